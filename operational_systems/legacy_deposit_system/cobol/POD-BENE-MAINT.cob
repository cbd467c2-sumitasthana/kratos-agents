      *================================================================*
      * PROGRAM: POD-BENE-MAINT  (CICS transaction PODM)
      * PURPOSE: Online maintenance of the named beneficiaries on a
      *          payable-on-death (REV) account, in the style of
      *          ORCD and CVIQ. The POD roster (PODBENEF, see
      *          POD-BENEFICIARY.cpy) drives the per-beneficiary REV
      *          calculation, and until now it was changed by
      *          editing the dataset -- allocations that did not add
      *          to 100, the same beneficiary keyed twice, and no
      *          record of who made the change. This transaction:
      *            - shows the account's beneficiaries as they stand
      *              and as they will stand after any change awaiting
      *              approval, with the allocation total both ways;
      *            - keys an add, a change (name, SSN or allocation;
      *              a field left blank keeps its value), or an
      *              end-date of a beneficiary, edited AT ENTRY: the
      *              account must be an active REV account on the
      *              account master, an added id must not already be
      *              on the account, and an allocation must be more
      *              than zero and no more than 100. The change is
      *              held on the PODPVSAM pending file under the
      *              keying user's id (the maker);
      *            - approves the account's pending changes as a set
      *              under a DIFFERENT user id (the checker), and only
      *              when the active allocations after the change
      *              total exactly 100.00 (or no active beneficiary
      *              is left). Each approved change goes to the PODM
      *              transient data queue, which ops cuts to PODMAINT
      *              for POD-MAINT-APPLY -- the nightly apply that
      *              rolls it into PODBENEF and writes the maker and
      *              checker rows to the audit trail -- and the
      *              roster copy is updated at once so the screen
      *              shows the account as approved;
      *            - withdraws the account's pending changes;
      *            - previews the account's REV coverage from the
      *              last cycle's determination, then estimated with
      *              the beneficiaries on file and again with the
      *              pending changes applied: each beneficiary's
      *              interest across the owner's REV accounts capped
      *              at the SMDIA, the same per-beneficiary method
      *              the nightly calculation uses, the owner's capped
      *              total spread over the accounts by balance.
      *          Every function journals the account shown to the
      *          ACJL transient data queue (ACCESS-JOURNAL.cpy), the
      *          same journal CVIQ and ORCD write.
      *
      *          Keyed copies loaded by the nightly batch:
      *            ACCTVSAM - KSDS REPRO of ACCTFILE, key =
      *                       ACCT-NUMBER (1:20)
      *            PODBVSAM - KSDS whose records are KEY-PREFIXED by
      *                       the load step: a contiguous 30-byte key
      *                       (PODB-ACCT-NUMBER + PODB-BENE-ID) ahead
      *                       of the unchanged 92-byte roster record
      *                       -- the account follows the beneficiary
      *                       id in POD-BENEFICIARY.cpy, so PODBENEF
      *                       cannot be REPROed straight in (the
      *                       AUDTVSAM precedent). Browsed GENERIC on
      *                       the 20-byte account; updated online on
      *                       approval.
      *            RSLTVSAM - KSDS REPRO of RSLTFILE, key =
      *                       RSLT-ACCT-NUMBER (1:20)
      *            RSLTPATH - path over the depositor-id AIX
      *                       (alternate key at offset 21 for 15)
      *            PRMSVSAM - KSDS REPRO of PARMSTOR, key =
      *                       PRM-PARM-KEY + PRM-EFFECTIVE-DATE (1:18)
      *          Online file, not reloaded:
      *            PODPVSAM - changes awaiting approval
      *                       (POD-BENE-CHANGE.cpy), key = account +
      *                       beneficiary id (1:30)
      *
      *          Input (terminal or COMMAREA), each field in its
      *          column: 'PODM' + function + account + beneficiary
      *          id + allocation percent (five digits, two implied
      *          decimals: 05000 = 50.00) + SSN + end date
      *          (YYYY-MM-DD) + beneficiary name. Functions:
      *            I inquire      A add      C change
      *            E end-date     K approve  X withdraw pending
      *
      * REGULATION: 12 CFR 330.10; FDIC IT Guide v3.0 (change
      *             control)
      *
      * NOTE: EXEC CICS is translated by the CICS preprocessor at
      *       compile time; this member is held in the online source
      *       library, not the batch one.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POD-BENE-MAINT.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-INPUT-AREA.
           05 WS-IN-TRANID         PIC X(4).
           05 FILLER               PIC X(1).
           05 WS-IN-FUNCTION       PIC X(1).
              88 FUNC-INQUIRE      VALUE 'I'.
              88 FUNC-ADD          VALUE 'A'.
              88 FUNC-CHANGE       VALUE 'C'.
              88 FUNC-END-DATE     VALUE 'E'.
              88 FUNC-APPROVE      VALUE 'K'.
              88 FUNC-WITHDRAW     VALUE 'X'.
           05 FILLER               PIC X(1).
           05 WS-IN-ACCT-NUMBER    PIC X(20).
           05 FILLER               PIC X(1).
           05 WS-IN-BENE-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-IN-PCT-X          PIC X(5).
           05 WS-IN-PCT REDEFINES WS-IN-PCT-X
                                   PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 WS-IN-BENE-SSN       PIC X(11).
           05 FILLER               PIC X(1).
           05 WS-IN-END-DATE       PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-IN-BENE-NAME      PIC X(40).
           05 FILLER               PIC X(12).
       01 WS-INPUT-LEN             PIC S9(4) COMP VALUE +120.

      *    Mirrors ACCOUNT-MASTER.cpy (ACCTVSAM record, 245 bytes).
       01 WS-ACCT-RECORD.
           05 WS-ACCT-NUMBER        PIC X(20).
           05 WS-ACCT-DEPOSITOR-ID  PIC X(15).
           05 WS-ACCT-BALANCE       PIC S9(13)V99.
           05 WS-ACCT-ORC-TYPE      PIC X(4).
           05 WS-ACCT-TYPE          PIC X(10).
           05 WS-ACCT-STATUS        PIC X(8).
              88 WS-ACCT-ACTIVE     VALUE 'ACTIVE'.
           05 FILLER                PIC X(173).

      *    The PODBVSAM record: the load step's 30-byte key prefix,
      *    then POD-BENEFICIARY.cpy unchanged.
       01 WS-PODB-RECORD.
           05 WS-PBV-KEY.
              10 WS-PBV-ACCT-NUMBER PIC X(20).
              10 WS-PBV-BENE-ID     PIC X(10).
           05 WS-PODB-BENE-ID       PIC X(10).
           05 WS-PODB-ACCT-NUMBER   PIC X(20).
           05 WS-PODB-BENE-NAME     PIC X(40).
           05 WS-PODB-ALLOCATION-PCT PIC 9(3)V99.
           05 WS-PODB-STATUS        PIC X(1).
           05 WS-PODB-BENE-SSN      PIC X(11).
           05 FILLER                PIC X(5).
       01 WS-PODB-LEN              PIC S9(4) COMP VALUE +122.

      *    Mirrors POD-BENE-CHANGE.cpy -- the PODPVSAM record and
      *    the approved record written to the PODM TDQ.
       01 WS-CHANGE-RECORD.
           05 WS-PBC-KEY.
              10 WS-PBC-ACCT-NUMBER PIC X(20).
              10 WS-PBC-BENE-ID     PIC X(10).
           05 WS-PBC-ACTION         PIC X(1).
           05 WS-PBC-BENE-NAME      PIC X(40).
           05 WS-PBC-ALLOCATION-PCT PIC 9(3)V99.
           05 WS-PBC-BENE-SSN       PIC X(11).
           05 WS-PBC-END-DATE       PIC X(10).
           05 WS-PBC-STATUS         PIC X(1).
           05 WS-PBC-MAKER-ID       PIC X(10).
           05 WS-PBC-MAKER-DATE     PIC X(10).
           05 WS-PBC-CHECKER-ID     PIC X(10).
           05 WS-PBC-APPROVED-DATE  PIC X(10).
           05 WS-PBC-APPROVED-TIME  PIC X(8).
           05 FILLER                PIC X(14).
       01 WS-CHANGE-LEN            PIC S9(4) COMP VALUE +160.
      *    READ UPDATE target when a pending change is re-keyed --
      *    the new version is already built in WS-CHANGE-RECORD.
       01 WS-PEND-HOLD             PIC X(160).

      *    Mirrors RSLT-RECORD in DEPOSIT-INSURANCE-CALC.cob.
       01 WS-RSLT-RECORD.
           05 WS-RSLT-ACCT-NUMBER   PIC X(20).
           05 WS-RSLT-DEPOSITOR-ID  PIC X(15).
           05 WS-RSLT-INSTITUTION   PIC X(5).
           05 WS-RSLT-ORC-TYPE      PIC X(4).
           05 WS-RSLT-BALANCE       PIC S9(13)V99.
           05 WS-RSLT-INSURED-AMT   PIC S9(13)V99.
           05 WS-RSLT-UNINSURED-AMT PIC S9(13)V99.
           05 WS-RSLT-CALC-METHOD   PIC X(20).
           05 WS-RSLT-ERROR-FLAG    PIC X(1).
           05 WS-RSLT-REASON-CODE   PIC X(3).
           05 WS-RSLT-TIMESTAMP     PIC X(26).
           05 WS-RSLT-ACCRUED-INT   PIC S9(13)V99.
           05 WS-RSLT-SWEEP-FLAG    PIC X(1).
           05 WS-RSLT-CURRENCY-CODE PIC X(3).
           05 WS-RSLT-FX-RATE       PIC 9(5)V9(6).
           05 WS-RSLT-RECIP-FLAG    PIC X(1).
           05 WS-RSLT-RECIP-PLACED  PIC S9(13)V99.
           05 WS-RSLT-RESTRAINED-AMT PIC S9(13)V99.
           05 WS-RSLT-RESTRAINT-TYPE PIC X(2).
           05 WS-RSLT-BLOCKED-FLAG   PIC X(1).

      *    Mirrors PARM-STORE.cpy (PRMSVSAM record).
       01 WS-PARM-RECORD.
           05 WS-PRM-PARM-KEY       PIC X(8).
           05 WS-PRM-EFFECTIVE-DATE PIC X(10).
           05 WS-PRM-VALUE-NUM      PIC S9(13)V9(6).
           05 FILLER                PIC X(13).

      *    Access journal record, mirroring ACCESS-JOURNAL.cpy,
      *    written to the ACJL TDQ (see COVERAGE-INQUIRY).
       01 WS-JRNL-RECORD.
           05 WS-JRNL-USER-ID      PIC X(8).
           05 WS-JRNL-TERMINAL-ID  PIC X(4).
           05 WS-JRNL-ACCESS-DATE  PIC X(10).
           05 WS-JRNL-ACCESS-TIME  PIC X(8).
           05 WS-JRNL-TRANID       PIC X(4).
           05 WS-JRNL-FUNCTION     PIC X(1).
           05 WS-JRNL-ACCT-NUMBER  PIC X(20).
           05 WS-JRNL-DEPOSITOR-ID PIC X(15).
           05 WS-JRNL-RESULT       PIC X(1).
           05 FILLER               PIC X(29).
       01 WS-JRNL-LEN              PIC S9(4) COMP VALUE +100.

       01 WS-RID-ACCT              PIC X(20).
      *    Full 30-byte browse keys -- READNEXT returns the complete
      *    key into its RIDFLD even on a GENERIC browse, so a
      *    20-byte field would be overrun (the lesson CVIQ's audit
      *    browse learned). The end-of-account test compares the
      *    record against a SAVED account, never the RIDFLD.
       01 WS-PODB-RID.
           05 WS-PODB-RID-ACCT      PIC X(20).
           05 WS-PODB-RID-BENE      PIC X(10).
       01 WS-PEND-RID.
           05 WS-PEND-RID-ACCT      PIC X(20).
           05 WS-PEND-RID-BENE      PIC X(10).
      *    Separate RIDFLD for the direct reads and updates, so a
      *    browse cursor is never disturbed.
       01 WS-RID-DIRECT.
           05 WS-RID-DIRECT-ACCT    PIC X(20).
           05 WS-RID-DIRECT-BENE    PIC X(10).
       01 WS-TARGET-ACCT           PIC X(20).
       01 WS-OTHER-ACCT            PIC X(20).
       01 WS-RID-DEPOSITOR         PIC X(15).
       01 WS-TARGET-DEPOSITOR      PIC X(15).
       01 WS-PRM-RID.
           05 WS-PRM-RID-KEY        PIC X(8).
           05 WS-PRM-RID-DATE       PIC X(10).
       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-RESP2                 PIC S9(8) COMP.
      *    The roster browse inside the owner's REV browse keeps
      *    its own response, or its end-of-file would end the
      *    outer browse too.
       01 WS-RESP3                 PIC S9(8) COMP.

       01 WS-TODAY-DATE            PIC X(10).
       01 WS-SMDIA                 PIC S9(13)V99 VALUE 250000.00.
       01 WS-SMDIA-SOURCE          PIC X(10) VALUE 'DEFAULT'.
       01 WS-AS-OF-STAMP           PIC X(10).
       01 WS-ERROR-TEXT            PIC X(79).
       01 WS-ACCT-FOUND            PIC X(1).

      *--- The account's beneficiaries: on file, and after the
      *    changes pending on the account ---
       01 WS-BENE-COUNT            PIC 9(2) VALUE 0.
       01 WS-BENE-MAX              PIC 9(2) VALUE 30.
       01 WS-BENE-OVERFLOW         PIC X(1).
       01 WS-BENE-TABLE.
           05 WS-BT-ENTRY OCCURS 30 TIMES
                            INDEXED BY WS-BT-IDX.
      *        Current status is blank for an add not yet approved.
               10 WS-BT-BENE-ID     PIC X(10).
               10 WS-BT-CUR-STATUS  PIC X(1).
               10 WS-BT-CUR-PCT     PIC 9(3)V99.
               10 WS-BT-CUR-NAME    PIC X(40).
               10 WS-BT-CUR-SSN     PIC X(11).
               10 WS-BT-PEND-ACTION PIC X(1).
               10 WS-BT-PEND-MAKER  PIC X(10).
               10 WS-BT-NEW-STATUS  PIC X(1).
               10 WS-BT-NEW-PCT     PIC 9(3)V99.
               10 WS-BT-NEW-NAME    PIC X(40).
               10 WS-BT-NEW-SSN     PIC X(11).
       01 WS-BT-IDX-SAVE           PIC 9(2).
       01 WS-FIND-BENE-ID          PIC X(10).
       01 WS-PEND-COUNT            PIC 9(2).
       01 WS-PEND-MAKER            PIC X(10).
       01 WS-PEND-EXISTS           PIC X(1).
       01 WS-CUR-TOTAL-PCT         PIC 9(5)V99.
       01 WS-NEW-TOTAL-PCT         PIC 9(5)V99.
       01 WS-CUR-ACTIVE-COUNT      PIC 9(2).
       01 WS-NEW-ACTIVE-COUNT      PIC 9(2).
       01 WS-TOTAL-EDIT            PIC ZZZZ9.99.

      *--- Approval ---
       01 WS-APPLY-FAILED          PIC X(1).
       01 WS-APPROVED-COUNT        PIC 9(2).
       01 WS-COUNT-EDIT            PIC Z9.

      *--- The coverage estimate: each beneficiary's interest
      *    across the owner's REV accounts ---
       01 WS-EST-MODE              PIC X(1).
              88 EST-ON-FILE       VALUE 'C'.
              88 EST-AFTER-PENDING VALUE 'N'.
       01 WS-COV-COUNT             PIC 9(2) VALUE 0.
       01 WS-COV-MAX               PIC 9(2) VALUE 50.
       01 WS-COV-TABLE.
           05 WS-COV-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-COV-IDX.
               10 WS-COV-BENE-ID    PIC X(10).
               10 WS-COV-INTEREST   PIC S9(13)V99.
       01 WS-COV-IDX-SAVE          PIC 9(2).
       01 WS-COV-FIND-ID           PIC X(10).
       01 WS-INTEREST-AMT          PIC S9(13)V99.
       01 WS-EST-GROUP-BAL         PIC S9(13)V99.
       01 WS-EST-ACCT-BAL          PIC S9(13)V99.
       01 WS-EST-CAP               PIC S9(13)V99.
       01 WS-EST-GROUP-INSURED     PIC S9(13)V99.
       01 WS-EST-INSURED           PIC S9(13)V99.
       01 WS-EST-UNINSURED         PIC S9(13)V99.
       01 WS-EST-TARGET-SEEN       PIC X(1).
       01 WS-EST-LABEL             PIC X(13).

      *    Display buffer -- up to 20 lines sent as one text block,
      *    the CVIQ convention.
       01 WS-LINE-COUNT            PIC 9(2) VALUE 0.
       01 WS-LINE-MAX              PIC 9(2) VALUE 20.
       01 WS-DISPLAY-AREA.
           05 WS-DISPLAY-LINE OCCURS 20 TIMES
                                   PIC X(79).
       01 WS-DISPLAY-LEN           PIC S9(4) COMP.
       01 WS-DETAIL-LINE           PIC X(79).

       01 WS-BENE-HEADING.
           05 FILLER               PIC X(11) VALUE 'BENE ID'.
           05 FILLER               PIC X(24) VALUE 'NAME'.
           05 FILLER               PIC X(2)  VALUE 'ST'.
           05 FILLER               PIC X(7)  VALUE '    PCT'.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE 'ST'.
           05 FILLER               PIC X(7)  VALUE '    PCT'.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(19) VALUE 'PENDING'.

       01 WS-BENE-LINE.
           05 WBN-BENE-ID          PIC X(11).
           05 WBN-NAME             PIC X(24).
           05 WBN-CUR-STATUS       PIC X(2).
           05 WBN-CUR-PCT          PIC ZZZ9.99.
           05 FILLER               PIC X(1).
           05 WBN-ARROW            PIC X(4).
           05 WBN-NEW-STATUS       PIC X(2).
           05 WBN-NEW-PCT          PIC ZZZ9.99.
           05 FILLER               PIC X(2).
           05 WBN-PENDING          PIC X(19).

       01 WS-POSITION-LINE.
           05 WPL-LABEL            PIC X(13).
           05 WPL-ORC              PIC X(5).
           05 WPL-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1).
           05 WPL-INSURED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1).
           05 WPL-UNINSURED        PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-SMDIA-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-RECEIVE-INPUT
           PERFORM 1100-SET-TODAY
           PERFORM 1150-SET-JOURNAL-CONTEXT
           PERFORM 1200-LOAD-SMDIA
           EVALUATE TRUE
               WHEN FUNC-INQUIRE
                   PERFORM 2000-INQUIRE
               WHEN FUNC-ADD
               WHEN FUNC-CHANGE
               WHEN FUNC-END-DATE
                   PERFORM 3000-KEY-CHANGE
               WHEN FUNC-APPROVE
                   PERFORM 4000-APPROVE-CHANGES
               WHEN FUNC-WITHDRAW
                   PERFORM 4500-WITHDRAW-CHANGES
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE I, A, C, E, K OR X'
                       TO WS-DETAIL-LINE
                   PERFORM 7000-ADD-DETAIL-LINE
           END-EVALUATE
           PERFORM 8500-SEND-RESPONSE
           EXEC CICS RETURN END-EXEC.

       1000-RECEIVE-INPUT.
           MOVE SPACES TO WS-INPUT-AREA
           MOVE +120 TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT-AREA)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-DISPLAY-AREA
           MOVE 0 TO WS-LINE-COUNT.

       1100-SET-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'                        TO WS-TODAY-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'                        TO WS-TODAY-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2).

       1150-SET-JOURNAL-CONTEXT.
      *    Who and when, once per task. The user id is also the
      *    maker or checker of any change keyed or approved here.
           MOVE SPACES TO WS-JRNL-RECORD
           EXEC CICS ASSIGN
               USERID(WS-JRNL-USER-ID)
               FACILITY(WS-JRNL-TERMINAL-ID)
               RESP(WS-RESP2)
           END-EXEC
           MOVE WS-TODAY-DATE TO WS-JRNL-ACCESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-JRNL-ACCESS-TIME(1:2)
           MOVE ':'                        TO WS-JRNL-ACCESS-TIME(3:1)
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-JRNL-ACCESS-TIME(4:2)
           MOVE ':'                        TO WS-JRNL-ACCESS-TIME(6:1)
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-JRNL-ACCESS-TIME(7:2)
           MOVE WS-IN-TRANID   TO WS-JRNL-TRANID
           MOVE WS-IN-FUNCTION TO WS-JRNL-FUNCTION.

       1200-LOAD-SMDIA.
      *    The SMDIA in force today, as CVES reads it; the literal
      *    above is the fallback when the copy is not loaded.
           MOVE 'SMDIA'    TO WS-PRM-RID-KEY
           MOVE LOW-VALUES TO WS-PRM-RID-DATE
           EXEC CICS STARTBR
               DATASET('PRMSVSAM')
               RIDFLD(WS-PRM-RID)
               GENERIC
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1210-READ-NEXT-PARM
                   UNTIL WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR
                   DATASET('PRMSVSAM')
                   RESP(WS-RESP2)
               END-EXEC
           END-IF.

       1210-READ-NEXT-PARM.
           EXEC CICS READNEXT
               DATASET('PRMSVSAM')
               INTO(WS-PARM-RECORD)
               RIDFLD(WS-PRM-RID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-PRM-PARM-KEY NOT = 'SMDIA'
                   OR WS-PRM-EFFECTIVE-DATE > WS-TODAY-DATE
                   MOVE DFHRESP(ENDFILE) TO WS-RESP
               ELSE
                   MOVE WS-PRM-VALUE-NUM      TO WS-SMDIA
                   MOVE WS-PRM-EFFECTIVE-DATE TO WS-SMDIA-SOURCE
               END-IF
           END-IF.

       1500-EDIT-ACCOUNT.
      *    The account must be an active REV account. Journaled
      *    whether or not it passes -- the account was read either
      *    way.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE 'N' TO WS-ACCT-FOUND
           IF WS-IN-ACCT-NUMBER = SPACES
               MOVE 'ACCOUNT NUMBER REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACCT-RECORD
           MOVE ZEROS TO WS-ACCT-BALANCE
           MOVE WS-IN-ACCT-NUMBER TO WS-RID-ACCT
           EXEC CICS READ
               DATASET('ACCTVSAM')
               INTO(WS-ACCT-RECORD)
               RIDFLD(WS-RID-ACCT)
               RESP(WS-RESP)
           END-EXEC
           MOVE WS-IN-ACCT-NUMBER TO WS-JRNL-ACCT-NUMBER
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-JRNL-DEPOSITOR-ID
               MOVE 'N' TO WS-JRNL-RESULT
               PERFORM 8000-JOURNAL-ACCESS
               MOVE 'ACCOUNT NOT ON THE ACCOUNT MASTER'
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ACCT-FOUND
           MOVE WS-ACCT-DEPOSITOR-ID TO WS-JRNL-DEPOSITOR-ID
           MOVE 'F' TO WS-JRNL-RESULT
           PERFORM 8000-JOURNAL-ACCESS
           IF WS-ACCT-ORC-TYPE NOT = 'REV'
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'NOT A REVOCABLE TRUST ACCOUNT - ORC IS '
                      WS-ACCT-ORC-TYPE
                   DELIMITED SIZE INTO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-ACCT-ACTIVE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'ACCOUNT IS NOT ACTIVE - STATUS IS '
                      WS-ACCT-STATUS
                   DELIMITED SIZE INTO WS-ERROR-TEXT
           END-IF.

       1600-LOAD-DESIGNATIONS.
      *    The beneficiaries on file for the account, then the
      *    changes pending against them laid over a second copy.
           MOVE 0 TO WS-BENE-COUNT
           MOVE 0 TO WS-PEND-COUNT
           MOVE 'N' TO WS-BENE-OVERFLOW
           MOVE SPACES TO WS-PEND-MAKER
           MOVE WS-IN-ACCT-NUMBER TO WS-TARGET-ACCT
           MOVE WS-IN-ACCT-NUMBER TO WS-PODB-RID-ACCT
           MOVE LOW-VALUES TO WS-PODB-RID-BENE
           EXEC CICS STARTBR
               DATASET('PODBVSAM')
               RIDFLD(WS-PODB-RID)
               GENERIC
               KEYLENGTH(20)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1610-READ-NEXT-DESIGNATION
                   UNTIL WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR
                   DATASET('PODBVSAM')
                   RESP(WS-RESP2)
               END-EXEC
           END-IF
           MOVE WS-IN-ACCT-NUMBER TO WS-PEND-RID-ACCT
           MOVE LOW-VALUES TO WS-PEND-RID-BENE
           EXEC CICS STARTBR
               DATASET('PODPVSAM')
               RIDFLD(WS-PEND-RID)
               GENERIC
               KEYLENGTH(20)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1620-READ-NEXT-PENDING
                   UNTIL WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR
                   DATASET('PODPVSAM')
                   RESP(WS-RESP2)
               END-EXEC
           END-IF
           PERFORM 1650-TOTAL-ALLOCATIONS.

       1610-READ-NEXT-DESIGNATION.
           EXEC CICS READNEXT
               DATASET('PODBVSAM')
               INTO(WS-PODB-RECORD)
               RIDFLD(WS-PODB-RID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-PBV-ACCT-NUMBER NOT = WS-TARGET-ACCT
                   MOVE DFHRESP(ENDFILE) TO WS-RESP
               ELSE
                   PERFORM 1710-ADD-BENE
                   IF WS-BT-IDX-SAVE > 0
                       SET WS-BT-IDX TO WS-BT-IDX-SAVE
                       MOVE WS-PODB-BENE-ID
                           TO WS-BT-BENE-ID(WS-BT-IDX)
                       MOVE WS-PODB-STATUS
                           TO WS-BT-CUR-STATUS(WS-BT-IDX)
                                WS-BT-NEW-STATUS(WS-BT-IDX)
                       MOVE WS-PODB-ALLOCATION-PCT
                           TO WS-BT-CUR-PCT(WS-BT-IDX)
                                WS-BT-NEW-PCT(WS-BT-IDX)
                       MOVE WS-PODB-BENE-NAME
                           TO WS-BT-CUR-NAME(WS-BT-IDX)
                                WS-BT-NEW-NAME(WS-BT-IDX)
                       MOVE WS-PODB-BENE-SSN
                           TO WS-BT-CUR-SSN(WS-BT-IDX)
                                WS-BT-NEW-SSN(WS-BT-IDX)
                   END-IF
               END-IF
           END-IF.

       1620-READ-NEXT-PENDING.
           EXEC CICS READNEXT
               DATASET('PODPVSAM')
               INTO(WS-CHANGE-RECORD)
               RIDFLD(WS-PEND-RID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-PBC-ACCT-NUMBER NOT = WS-TARGET-ACCT
                   MOVE DFHRESP(ENDFILE) TO WS-RESP
               ELSE
                   ADD 1 TO WS-PEND-COUNT
                   IF WS-PEND-MAKER = SPACES
                       MOVE WS-PBC-MAKER-ID TO WS-PEND-MAKER
                   END-IF
                   MOVE WS-PBC-BENE-ID TO WS-FIND-BENE-ID
                   PERFORM 1700-FIND-BENE
                   IF WS-BT-IDX-SAVE = 0
                       PERFORM 1710-ADD-BENE
                   END-IF
                   IF WS-BT-IDX-SAVE > 0
                       PERFORM 1630-LAY-OVER-PENDING
                   END-IF
               END-IF
           END-IF.

       1630-LAY-OVER-PENDING.
           SET WS-BT-IDX TO WS-BT-IDX-SAVE
           MOVE WS-PBC-BENE-ID   TO WS-BT-BENE-ID(WS-BT-IDX)
           MOVE WS-PBC-ACTION    TO WS-BT-PEND-ACTION(WS-BT-IDX)
           MOVE WS-PBC-MAKER-ID  TO WS-BT-PEND-MAKER(WS-BT-IDX)
           MOVE WS-PBC-BENE-NAME TO WS-BT-NEW-NAME(WS-BT-IDX)
           MOVE WS-PBC-BENE-SSN  TO WS-BT-NEW-SSN(WS-BT-IDX)
           MOVE WS-PBC-ALLOCATION-PCT TO WS-BT-NEW-PCT(WS-BT-IDX)
           IF WS-PBC-ACTION = 'E'
               MOVE 'R' TO WS-BT-NEW-STATUS(WS-BT-IDX)
           ELSE
               MOVE 'A' TO WS-BT-NEW-STATUS(WS-BT-IDX)
           END-IF.

       1650-TOTAL-ALLOCATIONS.
           MOVE 0 TO WS-CUR-TOTAL-PCT
           MOVE 0 TO WS-NEW-TOTAL-PCT
           MOVE 0 TO WS-CUR-ACTIVE-COUNT
           MOVE 0 TO WS-NEW-ACTIVE-COUNT
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BENE-COUNT
               IF WS-BT-CUR-STATUS(WS-BT-IDX) = 'A'
                   ADD 1 TO WS-CUR-ACTIVE-COUNT
                   ADD WS-BT-CUR-PCT(WS-BT-IDX) TO WS-CUR-TOTAL-PCT
               END-IF
               IF WS-BT-NEW-STATUS(WS-BT-IDX) = 'A'
                   ADD 1 TO WS-NEW-ACTIVE-COUNT
                   ADD WS-BT-NEW-PCT(WS-BT-IDX) TO WS-NEW-TOTAL-PCT
               END-IF
               SET WS-BT-IDX UP BY 1
           END-PERFORM.

       1700-FIND-BENE.
           MOVE 0 TO WS-BT-IDX-SAVE
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BENE-COUNT
               IF WS-BT-BENE-ID(WS-BT-IDX) = WS-FIND-BENE-ID
                   SET WS-BT-IDX-SAVE TO WS-BT-IDX
                   SET WS-BT-IDX TO WS-BENE-COUNT
               END-IF
               SET WS-BT-IDX UP BY 1
           END-PERFORM.

       1710-ADD-BENE.
      *    A new, empty entry; WS-BT-IDX-SAVE stays zero when the
      *    table is full and the account is flagged as too large
      *    to maintain here.
           MOVE 0 TO WS-BT-IDX-SAVE
           IF WS-BENE-COUNT < WS-BENE-MAX
               ADD 1 TO WS-BENE-COUNT
               SET WS-BT-IDX TO WS-BENE-COUNT
               SET WS-BT-IDX-SAVE TO WS-BENE-COUNT
               MOVE SPACES TO WS-BT-ENTRY(WS-BT-IDX)
               MOVE 0 TO WS-BT-CUR-PCT(WS-BT-IDX)
               MOVE 0 TO WS-BT-NEW-PCT(WS-BT-IDX)
           ELSE
               MOVE 'Y' TO WS-BENE-OVERFLOW
           END-IF.

       2000-INQUIRE.
           PERFORM 1500-EDIT-ACCOUNT
           IF WS-ERROR-TEXT NOT = SPACES
               MOVE WS-ERROR-TEXT TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1600-LOAD-DESIGNATIONS
           PERFORM 5000-SHOW-DESIGNATIONS
           PERFORM 6000-SHOW-PREVIEW.

       3000-KEY-CHANGE.
      *    Every edit is made here, at entry, while the maker can
      *    still fix the keying. A change re-keyed for a
      *    beneficiary already pending replaces the pending one.
           PERFORM 1500-EDIT-ACCOUNT
           IF WS-ERROR-TEXT NOT = SPACES
               MOVE WS-ERROR-TEXT TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-BENE-ID = SPACES
               MOVE 'BENEFICIARY ID REQUIRED' TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1600-LOAD-DESIGNATIONS
           IF WS-BENE-OVERFLOW = 'Y'
               MOVE 'TOO MANY BENEFICIARIES TO MAINTAIN ONLINE'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-PEND-COUNT > 0
               AND WS-PEND-MAKER NOT = WS-JRNL-USER-ID
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'CHANGES KEYED BY ' WS-PEND-MAKER
                      ' AWAIT APPROVAL ON THIS ACCOUNT'
                   DELIMITED SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-BENE-ID TO WS-FIND-BENE-ID
           PERFORM 1700-FIND-BENE
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE SPACES TO WS-CHANGE-RECORD
           MOVE 0 TO WS-PBC-ALLOCATION-PCT
           EVALUATE TRUE
               WHEN FUNC-ADD
                   PERFORM 3100-EDIT-ADD
               WHEN FUNC-CHANGE
                   PERFORM 3200-EDIT-CHANGE
               WHEN FUNC-END-DATE
                   PERFORM 3300-EDIT-END-DATE
           END-EVALUATE
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3400-WRITE-PENDING
           END-IF
           IF WS-ERROR-TEXT NOT = SPACES
               MOVE WS-ERROR-TEXT TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'CHANGE KEYED FOR APPROVAL: ' WS-IN-FUNCTION
                  ' ' WS-IN-BENE-ID
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           PERFORM 1600-LOAD-DESIGNATIONS
           PERFORM 5000-SHOW-DESIGNATIONS
           PERFORM 6000-SHOW-PREVIEW.

       3100-EDIT-ADD.
      *    No duplicate ids: an add is refused for a beneficiary
      *    already active (or deceased) on the account; one
      *    removed earlier is reinstated.
           IF WS-BT-IDX-SAVE > 0
               SET WS-BT-IDX TO WS-BT-IDX-SAVE
               IF WS-BT-CUR-STATUS(WS-BT-IDX) = 'A'
                   MOVE 'BENEFICIARY ID IS ALREADY ON THE ACCOUNT'
                       TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               IF WS-BT-CUR-STATUS(WS-BT-IDX) = 'D'
                   MOVE 'BENEFICIARY IS RECORDED AS DECEASED'
                       TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-BENE-COUNT NOT < WS-BENE-MAX
                   MOVE 'TOO MANY BENEFICIARIES TO MAINTAIN ONLINE'
                       TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-IN-BENE-NAME = SPACES
               MOVE 'BENEFICIARY NAME REQUIRED ON AN ADD'
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3500-EDIT-PCT
           IF WS-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 3600-EDIT-SSN
           IF WS-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-BENE-NAME TO WS-PBC-BENE-NAME
           MOVE WS-IN-PCT       TO WS-PBC-ALLOCATION-PCT
           MOVE WS-IN-BENE-SSN  TO WS-PBC-BENE-SSN.

       3200-EDIT-CHANGE.
      *    Only an active beneficiary on file can be changed; a
      *    field left blank keeps the value on file.
           IF WS-BT-IDX-SAVE = 0
               MOVE 'BENEFICIARY NOT ON FILE FOR THE ACCOUNT'
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           SET WS-BT-IDX TO WS-BT-IDX-SAVE
           IF WS-BT-CUR-STATUS(WS-BT-IDX) = SPACES
               MOVE 'BENEFICIARY NOT ON FILE - RE-KEY THE ADD'
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-CUR-STATUS(WS-BT-IDX) NOT = 'A'
               MOVE 'BENEFICIARY IS NOT ACTIVE ON THE ACCOUNT'
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-BENE-NAME = SPACES
               AND WS-IN-PCT-X = SPACES
               AND WS-IN-BENE-SSN = SPACES
               MOVE 'NOTHING TO CHANGE - KEY NAME, SSN OR PERCENT'
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BT-CUR-NAME(WS-BT-IDX) TO WS-PBC-BENE-NAME
           MOVE WS-BT-CUR-PCT(WS-BT-IDX)  TO WS-PBC-ALLOCATION-PCT
           MOVE WS-BT-CUR-SSN(WS-BT-IDX)  TO WS-PBC-BENE-SSN
           IF WS-IN-PCT-X NOT = SPACES
               PERFORM 3500-EDIT-PCT
               IF WS-ERROR-TEXT NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-PCT TO WS-PBC-ALLOCATION-PCT
           END-IF
           IF WS-IN-BENE-SSN NOT = SPACES
               PERFORM 3600-EDIT-SSN
               IF WS-ERROR-TEXT NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-BENE-SSN TO WS-PBC-BENE-SSN
           END-IF
           IF WS-IN-BENE-NAME NOT = SPACES
               MOVE WS-IN-BENE-NAME TO WS-PBC-BENE-NAME
           END-IF.

       3300-EDIT-END-DATE.
      *    The designation ends as of the date keyed (today when
      *    blank). The roster keeps no future-dated status, so an
      *    end date may not be ahead of today.
           IF WS-BT-IDX-SAVE = 0
               MOVE 'BENEFICIARY NOT ON FILE FOR THE ACCOUNT'
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           SET WS-BT-IDX TO WS-BT-IDX-SAVE
           IF WS-BT-CUR-STATUS(WS-BT-IDX) NOT = 'A'
               MOVE 'BENEFICIARY IS NOT ACTIVE ON THE ACCOUNT'
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-END-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-PBC-END-DATE
           ELSE
               IF WS-IN-END-DATE(1:4) NOT NUMERIC
                   OR WS-IN-END-DATE(6:2) NOT NUMERIC
                   OR WS-IN-END-DATE(9:2) NOT NUMERIC
                   OR WS-IN-END-DATE(5:1) NOT = '-'
                   OR WS-IN-END-DATE(8:1) NOT = '-'
                   OR WS-IN-END-DATE(6:2) < '01'
                   OR WS-IN-END-DATE(6:2) > '12'
                   OR WS-IN-END-DATE(9:2) < '01'
                   OR WS-IN-END-DATE(9:2) > '31'
                   MOVE 'END DATE NOT YYYY-MM-DD' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               IF WS-IN-END-DATE > WS-TODAY-DATE
                   MOVE 'END DATE MAY NOT BE AFTER TODAY'
                       TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-END-DATE TO WS-PBC-END-DATE
           END-IF
           MOVE WS-BT-CUR-NAME(WS-BT-IDX) TO WS-PBC-BENE-NAME
           MOVE WS-BT-CUR-PCT(WS-BT-IDX)  TO WS-PBC-ALLOCATION-PCT
           MOVE WS-BT-CUR-SSN(WS-BT-IDX)  TO WS-PBC-BENE-SSN.

       3400-WRITE-PENDING.
      *    Onto the pending file under the maker's id; re-keying a
      *    beneficiary already pending rewrites that record.
           MOVE WS-IN-ACCT-NUMBER TO WS-PBC-ACCT-NUMBER
           MOVE WS-IN-BENE-ID     TO WS-PBC-BENE-ID
           MOVE WS-IN-FUNCTION    TO WS-PBC-ACTION
           MOVE 'P'               TO WS-PBC-STATUS
           MOVE WS-JRNL-USER-ID   TO WS-PBC-MAKER-ID
           MOVE WS-TODAY-DATE     TO WS-PBC-MAKER-DATE
           MOVE WS-PBC-KEY        TO WS-RID-DIRECT
           MOVE 'N' TO WS-PEND-EXISTS
           IF WS-BT-IDX-SAVE > 0
               SET WS-BT-IDX TO WS-BT-IDX-SAVE
               IF WS-BT-PEND-ACTION(WS-BT-IDX) NOT = SPACES
                   MOVE 'Y' TO WS-PEND-EXISTS
               END-IF
           END-IF
           IF WS-PEND-EXISTS = 'Y'
               EXEC CICS READ
                   DATASET('PODPVSAM')
                   INTO(WS-PEND-HOLD)
                   RIDFLD(WS-RID-DIRECT)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS REWRITE
                       DATASET('PODPVSAM')
                       FROM(WS-CHANGE-RECORD)
                       LENGTH(WS-CHANGE-LEN)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           ELSE
               EXEC CICS WRITE
                   DATASET('PODPVSAM')
                   FROM(WS-CHANGE-RECORD)
                   LENGTH(WS-CHANGE-LEN)
                   RIDFLD(WS-RID-DIRECT)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PENDING CHANGE FILE WRITE FAILED'
                   TO WS-ERROR-TEXT
           END-IF.

       3500-EDIT-PCT.
           IF WS-IN-PCT-X NOT NUMERIC
               MOVE 'PERCENT IS FIVE DIGITS, 2 DECIMALS - 05000 = 50.00'
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-PCT = 0 OR WS-IN-PCT > 100
               MOVE 'PERCENT MUST BE MORE THAN 0 AND NO MORE THAN 100'
                   TO WS-ERROR-TEXT
           END-IF.

       3600-EDIT-SSN.
      *    Optional, but when keyed it must be whole: NNN-NN-NNNN,
      *    or nine digits.
           IF WS-IN-BENE-SSN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-BENE-SSN(1:3) NUMERIC
               AND WS-IN-BENE-SSN(4:1) = '-'
               AND WS-IN-BENE-SSN(5:2) NUMERIC
               AND WS-IN-BENE-SSN(7:1) = '-'
               AND WS-IN-BENE-SSN(8:4) NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-BENE-SSN(1:9) NUMERIC
               AND WS-IN-BENE-SSN(10:2) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'SSN MUST BE NNN-NN-NNNN OR NINE DIGITS'
               TO WS-ERROR-TEXT.

       4000-APPROVE-CHANGES.
      *    The checker approves the account's pending changes as a
      *    set. The queue write and both file updates are one unit
      *    of work: any failure rolls the whole approval back.
           PERFORM 1500-EDIT-ACCOUNT
           IF WS-ERROR-TEXT NOT = SPACES
               MOVE WS-ERROR-TEXT TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1600-LOAD-DESIGNATIONS
           IF WS-BENE-OVERFLOW = 'Y'
               MOVE 'TOO MANY BENEFICIARIES TO MAINTAIN ONLINE'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-PEND-COUNT = 0
               MOVE 'NO CHANGES PENDING ON THIS ACCOUNT'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-APPLY-FAILED
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BENE-COUNT
               IF WS-BT-PEND-ACTION(WS-BT-IDX) NOT = SPACES
                   AND WS-BT-PEND-MAKER(WS-BT-IDX) = WS-JRNL-USER-ID
                   MOVE 'Y' TO WS-APPLY-FAILED
               END-IF
               SET WS-BT-IDX UP BY 1
           END-PERFORM
           IF WS-APPLY-FAILED = 'Y'
               MOVE 'APPROVER MUST DIFFER FROM THE USER WHO KEYED IT'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ACTIVE-COUNT > 0
               AND WS-NEW-TOTAL-PCT NOT = 100
               MOVE WS-NEW-TOTAL-PCT TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'ALLOCATIONS WOULD TOTAL ' WS-TOTAL-EDIT
                      ' - MUST BE 100.00 TO APPROVE'
                   DELIMITED SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-APPROVED-COUNT
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BENE-COUNT
               OR WS-APPLY-FAILED = 'Y'
               IF WS-BT-PEND-ACTION(WS-BT-IDX) NOT = SPACES
                   PERFORM 4100-APPROVE-ONE-CHANGE
               END-IF
               SET WS-BT-IDX UP BY 1
           END-PERFORM
           IF WS-APPLY-FAILED = 'Y'
               EXEC CICS SYNCPOINT ROLLBACK
                   RESP(WS-RESP2)
               END-EXEC
               MOVE 'APPROVAL BACKED OUT - NOTHING WAS CHANGED'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING WS-COUNT-EDIT ' CHANGE(S) APPROVED - PODBENEF IS '
                  'UPDATED BY THE NIGHTLY APPLY'
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           PERFORM 1600-LOAD-DESIGNATIONS
           PERFORM 5000-SHOW-DESIGNATIONS
           PERFORM 6000-SHOW-PREVIEW.

       4100-APPROVE-ONE-CHANGE.
      *    Stamp the checker, queue the approved record for the
      *    batch apply, bring the roster copy up to date, and
      *    clear the pending record.
           MOVE WS-IN-ACCT-NUMBER TO WS-RID-DIRECT-ACCT
           MOVE WS-BT-BENE-ID(WS-BT-IDX) TO WS-RID-DIRECT-BENE
           EXEC CICS READ
               DATASET('PODPVSAM')
               INTO(WS-CHANGE-RECORD)
               RIDFLD(WS-RID-DIRECT)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-APPLY-FAILED
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'PENDING CHANGE NO LONGER ON FILE: '
                      WS-RID-DIRECT-BENE
                   DELIMITED SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'A'             TO WS-PBC-STATUS
           MOVE WS-JRNL-USER-ID TO WS-PBC-CHECKER-ID
           MOVE WS-TODAY-DATE   TO WS-PBC-APPROVED-DATE
           MOVE WS-JRNL-ACCESS-TIME TO WS-PBC-APPROVED-TIME
           EXEC CICS WRITEQ TD
               QUEUE('PODM')
               FROM(WS-CHANGE-RECORD)
               LENGTH(WS-CHANGE-LEN)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-APPLY-FAILED
               MOVE 'APPROVED-CHANGE QUEUE WRITE FAILED'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-UPDATE-ROSTER-COPY
           IF WS-APPLY-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF
      *    No RIDFLD: deletes the record held by the READ UPDATE.
           EXEC CICS DELETE
               DATASET('PODPVSAM')
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-APPLY-FAILED
               MOVE 'PENDING CHANGE FILE DELETE FAILED'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPROVED-COUNT.

       4200-UPDATE-ROSTER-COPY.
      *    PODBVSAM carries the approved change until the nightly
      *    reload picks it up from the refreshed PODBENEF.
           IF WS-BT-CUR-STATUS(WS-BT-IDX) = SPACES
               MOVE SPACES TO WS-PODB-RECORD
               MOVE WS-PBC-KEY            TO WS-PBV-KEY
               MOVE WS-PBC-BENE-ID        TO WS-PODB-BENE-ID
               MOVE WS-PBC-ACCT-NUMBER    TO WS-PODB-ACCT-NUMBER
               MOVE WS-PBC-BENE-NAME      TO WS-PODB-BENE-NAME
               MOVE WS-PBC-ALLOCATION-PCT TO WS-PODB-ALLOCATION-PCT
               MOVE 'A'                   TO WS-PODB-STATUS
               MOVE WS-PBC-BENE-SSN       TO WS-PODB-BENE-SSN
               EXEC CICS WRITE
                   DATASET('PODBVSAM')
                   FROM(WS-PODB-RECORD)
                   LENGTH(WS-PODB-LEN)
                   RIDFLD(WS-RID-DIRECT)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS READ
                   DATASET('PODBVSAM')
                   INTO(WS-PODB-RECORD)
                   RIDFLD(WS-RID-DIRECT)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-PBC-BENE-NAME      TO WS-PODB-BENE-NAME
                   MOVE WS-PBC-ALLOCATION-PCT
                       TO WS-PODB-ALLOCATION-PCT
                   MOVE WS-PBC-BENE-SSN       TO WS-PODB-BENE-SSN
                   IF WS-PBC-ACTION = 'E'
                       MOVE 'R' TO WS-PODB-STATUS
                   ELSE
                       MOVE 'A' TO WS-PODB-STATUS
                   END-IF
                   EXEC CICS REWRITE
                       DATASET('PODBVSAM')
                       FROM(WS-PODB-RECORD)
                       LENGTH(WS-PODB-LEN)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-APPLY-FAILED
               MOVE 'ROSTER COPY UPDATE FAILED' TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF.

       4500-WITHDRAW-CHANGES.
      *    Either the maker or a checker declining the changes may
      *    withdraw them; the account need not still be active.
           PERFORM 1500-EDIT-ACCOUNT
           IF WS-ACCT-FOUND = 'N'
               MOVE WS-ERROR-TEXT TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1600-LOAD-DESIGNATIONS
           IF WS-PEND-COUNT = 0
               MOVE 'NO CHANGES PENDING ON THIS ACCOUNT'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BENE-COUNT
               IF WS-BT-PEND-ACTION(WS-BT-IDX) NOT = SPACES
                   MOVE WS-IN-ACCT-NUMBER TO WS-RID-DIRECT-ACCT
                   MOVE WS-BT-BENE-ID(WS-BT-IDX)
                       TO WS-RID-DIRECT-BENE
                   EXEC CICS DELETE
                       DATASET('PODPVSAM')
                       RIDFLD(WS-RID-DIRECT)
                       RESP(WS-RESP)
                   END-EXEC
                   MOVE SPACES TO WS-DETAIL-LINE
                   IF WS-RESP = DFHRESP(NORMAL)
                       STRING 'WITHDRAWN: '
                              WS-BT-PEND-ACTION(WS-BT-IDX) ' '
                              WS-BT-BENE-ID(WS-BT-IDX)
                           DELIMITED SIZE INTO WS-DETAIL-LINE
                   ELSE
                       STRING 'COULD NOT WITHDRAW: '
                              WS-BT-BENE-ID(WS-BT-IDX)
                           DELIMITED SIZE INTO WS-DETAIL-LINE
                   END-IF
                   PERFORM 7000-ADD-DETAIL-LINE
               END-IF
               SET WS-BT-IDX UP BY 1
           END-PERFORM.

       5000-SHOW-DESIGNATIONS.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'POD BENEFICIARIES  ACCT ' WS-IN-ACCT-NUMBER
                  ' OWNER ' WS-ACCT-DEPOSITOR-ID
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           MOVE WS-BENE-HEADING TO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           IF WS-BENE-COUNT = 0
               MOVE 'NO BENEFICIARIES ON FILE OR PENDING'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BENE-COUNT
               PERFORM 5100-FORMAT-BENE-LINE
               SET WS-BT-IDX UP BY 1
           END-PERFORM
           MOVE SPACES TO WS-BENE-LINE
           MOVE 'ALLOCATION TOTAL' TO WBN-NAME
           MOVE WS-CUR-TOTAL-PCT   TO WBN-CUR-PCT
           IF WS-PEND-COUNT > 0
               MOVE ' -> '           TO WBN-ARROW
               MOVE WS-NEW-TOTAL-PCT TO WBN-NEW-PCT
           END-IF
           MOVE WS-BENE-LINE TO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           IF WS-PEND-COUNT > 0
               IF WS-NEW-ACTIVE-COUNT > 0
                   AND WS-NEW-TOTAL-PCT NOT = 100
                   MOVE 'TOTAL AFTER THE PENDING CHANGES MUST BE 100.00'
                       TO WS-DETAIL-LINE
                   PERFORM 7000-ADD-DETAIL-LINE
               END-IF
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'PENDING CHANGES KEYED BY ' WS-PEND-MAKER
                      ' - APPROVE (K) UNDER ANOTHER USER ID'
                   DELIMITED SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF
           IF WS-BENE-OVERFLOW = 'Y'
               MOVE 'MORE BENEFICIARIES THAN THIS SCREEN HOLDS'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF.

       5100-FORMAT-BENE-LINE.
           MOVE SPACES TO WS-BENE-LINE
           MOVE WS-BT-BENE-ID(WS-BT-IDX) TO WBN-BENE-ID
           IF WS-BT-NEW-NAME(WS-BT-IDX) NOT = SPACES
               MOVE WS-BT-NEW-NAME(WS-BT-IDX) TO WBN-NAME
           ELSE
               MOVE WS-BT-CUR-NAME(WS-BT-IDX) TO WBN-NAME
           END-IF
           IF WS-BT-CUR-STATUS(WS-BT-IDX) NOT = SPACES
               MOVE WS-BT-CUR-STATUS(WS-BT-IDX) TO WBN-CUR-STATUS
               MOVE WS-BT-CUR-PCT(WS-BT-IDX)    TO WBN-CUR-PCT
           END-IF
           IF WS-BT-PEND-ACTION(WS-BT-IDX) NOT = SPACES
               MOVE ' -> '                      TO WBN-ARROW
               MOVE WS-BT-NEW-STATUS(WS-BT-IDX) TO WBN-NEW-STATUS
               MOVE WS-BT-NEW-PCT(WS-BT-IDX)    TO WBN-NEW-PCT
               STRING WS-BT-PEND-ACTION(WS-BT-IDX) ' BY '
                      WS-BT-PEND-MAKER(WS-BT-IDX)
                   DELIMITED SIZE INTO WBN-PENDING
           END-IF
           MOVE WS-BENE-LINE TO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE.

       6000-SHOW-PREVIEW.
      *    The account's coverage at the last cycle, then estimated
      *    with the beneficiaries on file and -- when changes are
      *    pending -- with them applied.
           MOVE SPACES TO WS-AS-OF-STAMP
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SMDIA TO WS-SMDIA-EDIT
           STRING 'COVERAGE PREVIEW  SMDIA ' WS-SMDIA-EDIT
                  ' EFFECTIVE ' WS-SMDIA-SOURCE
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '             ORC         BALANCE         INSURED'
                  '       UNINSURED'
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           PERFORM 6050-SHOW-LAST-CYCLE
           MOVE 'C' TO WS-EST-MODE
           MOVE 'BEFORE' TO WS-EST-LABEL
           PERFORM 6100-ESTIMATE-COVERAGE
           IF WS-PEND-COUNT > 0
               MOVE 'N' TO WS-EST-MODE
               MOVE 'AFTER' TO WS-EST-LABEL
               PERFORM 6100-ESTIMATE-COVERAGE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'ESTIMATE ONLY - NOT AN FDIC DETERMINATION. OTHER '
                  'REV ACCOUNTS AS OF ' WS-AS-OF-STAMP
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           MOVE 'EACH BENEFICIARY CAPPED AT THE SMDIA ACROSS ALL THE '
               TO WS-DETAIL-LINE
           MOVE 'OWNER''S REV ACCOUNTS.' TO WS-DETAIL-LINE(53:27)
           PERFORM 7000-ADD-DETAIL-LINE.

       6050-SHOW-LAST-CYCLE.
           MOVE WS-IN-ACCT-NUMBER TO WS-RID-ACCT
           EXEC CICS READ
               DATASET('RSLTVSAM')
               INTO(WS-RSLT-RECORD)
               RIDFLD(WS-RID-ACCT)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'LAST CYCLE   ACCOUNT NOT ON THE RESULT FILE'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-POSITION-LINE
           MOVE 'LAST CYCLE'          TO WPL-LABEL
           MOVE WS-RSLT-ORC-TYPE      TO WPL-ORC
           MOVE WS-RSLT-BALANCE       TO WPL-BALANCE
           MOVE WS-RSLT-INSURED-AMT   TO WPL-INSURED
           MOVE WS-RSLT-UNINSURED-AMT TO WPL-UNINSURED
           MOVE WS-POSITION-LINE TO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE.

       6100-ESTIMATE-COVERAGE.
      *    12 CFR 330.10: each beneficiary's interest across the
      *    owner's REV accounts is insured up to the SMDIA; the
      *    owner's REV balances are insured up to the sum of those
      *    capped interests, and this account's part is its share
      *    of the owner's REV balance. Other accounts' balances are
      *    the last cycle's; their beneficiaries, the roster copy.
           IF (EST-ON-FILE AND WS-CUR-ACTIVE-COUNT = 0)
               OR (EST-AFTER-PENDING AND WS-NEW-ACTIVE-COUNT = 0)
               MOVE SPACES TO WS-DETAIL-LINE
               STRING WS-EST-LABEL
                      'NO ACTIVE BENEFICIARY - NOT ESTIMATED'
                   DELIMITED SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-COV-COUNT
           MOVE 0 TO WS-EST-GROUP-BAL
           MOVE 0 TO WS-EST-ACCT-BAL
           MOVE 'N' TO WS-EST-TARGET-SEEN
           MOVE WS-ACCT-DEPOSITOR-ID TO WS-RID-DEPOSITOR
           MOVE WS-ACCT-DEPOSITOR-ID TO WS-TARGET-DEPOSITOR
           EXEC CICS STARTBR
               DATASET('RSLTPATH')
               RIDFLD(WS-RID-DEPOSITOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 6110-READ-NEXT-REV
                   UNTIL WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR
                   DATASET('RSLTPATH')
                   RESP(WS-RESP2)
               END-EXEC
           END-IF
      *    Not yet determined (opened since the last cycle): its
      *    balance on the account master.
           IF WS-EST-TARGET-SEEN = 'N'
               AND WS-ACCT-BALANCE NOT < 0
               MOVE WS-ACCT-BALANCE TO WS-EST-ACCT-BAL
               ADD WS-ACCT-BALANCE TO WS-EST-GROUP-BAL
               PERFORM 6300-ADD-TARGET-INTERESTS
           END-IF
           MOVE 0 TO WS-EST-CAP
           SET WS-COV-IDX TO 1
           PERFORM UNTIL WS-COV-IDX > WS-COV-COUNT
               IF WS-COV-INTEREST(WS-COV-IDX) > WS-SMDIA
                   ADD WS-SMDIA TO WS-EST-CAP
               ELSE
                   ADD WS-COV-INTEREST(WS-COV-IDX) TO WS-EST-CAP
               END-IF
               SET WS-COV-IDX UP BY 1
           END-PERFORM
           IF WS-EST-GROUP-BAL > WS-EST-CAP
               MOVE WS-EST-CAP TO WS-EST-GROUP-INSURED
           ELSE
               MOVE WS-EST-GROUP-BAL TO WS-EST-GROUP-INSURED
           END-IF
           MOVE 0 TO WS-EST-INSURED
           IF WS-EST-GROUP-BAL > 0
               COMPUTE WS-EST-INSURED ROUNDED =
                   WS-EST-GROUP-INSURED * WS-EST-ACCT-BAL
                       / WS-EST-GROUP-BAL
           END-IF
           IF WS-EST-INSURED > WS-EST-ACCT-BAL
               MOVE WS-EST-ACCT-BAL TO WS-EST-INSURED
           END-IF
           COMPUTE WS-EST-UNINSURED =
               WS-EST-ACCT-BAL - WS-EST-INSURED
           MOVE SPACES TO WS-POSITION-LINE
           MOVE WS-EST-LABEL     TO WPL-LABEL
           MOVE 'REV'            TO WPL-ORC
           MOVE WS-EST-ACCT-BAL  TO WPL-BALANCE
           MOVE WS-EST-INSURED   TO WPL-INSURED
           MOVE WS-EST-UNINSURED TO WPL-UNINSURED
           MOVE WS-POSITION-LINE TO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE.

       6110-READ-NEXT-REV.
           EXEC CICS READNEXT
               DATASET('RSLTPATH')
               INTO(WS-RSLT-RECORD)
               RIDFLD(WS-RID-DEPOSITOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-RSLT-DEPOSITOR-ID NOT = WS-TARGET-DEPOSITOR
                   MOVE DFHRESP(ENDFILE) TO WS-RESP
               ELSE
      *            An overdrawn account adds nothing, as in the
      *            nightly roster summary.
                   IF WS-RSLT-ORC-TYPE = 'REV'
                       AND WS-RSLT-BALANCE NOT < 0
                       MOVE WS-RSLT-TIMESTAMP(1:10) TO WS-AS-OF-STAMP
                       ADD WS-RSLT-BALANCE TO WS-EST-GROUP-BAL
                       IF WS-RSLT-ACCT-NUMBER = WS-IN-ACCT-NUMBER
                           MOVE 'Y' TO WS-EST-TARGET-SEEN
                           MOVE WS-RSLT-BALANCE TO WS-EST-ACCT-BAL
                           PERFORM 6300-ADD-TARGET-INTERESTS
                       ELSE
                           PERFORM 6200-ADD-OTHER-INTERESTS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       6200-ADD-OTHER-INTERESTS.
      *    Another of the owner's REV accounts: its active roster
      *    entries from the roster copy.
           MOVE WS-RSLT-ACCT-NUMBER TO WS-OTHER-ACCT
           MOVE WS-RSLT-ACCT-NUMBER TO WS-PODB-RID-ACCT
           MOVE LOW-VALUES TO WS-PODB-RID-BENE
           EXEC CICS STARTBR
               DATASET('PODBVSAM')
               RIDFLD(WS-PODB-RID)
               GENERIC
               KEYLENGTH(20)
               RESP(WS-RESP3)
           END-EXEC
           IF WS-RESP3 = DFHRESP(NORMAL)
               PERFORM 6210-READ-NEXT-OTHER-BENE
                   UNTIL WS-RESP3 NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR
                   DATASET('PODBVSAM')
                   RESP(WS-RESP2)
               END-EXEC
           END-IF.

       6210-READ-NEXT-OTHER-BENE.
           EXEC CICS READNEXT
               DATASET('PODBVSAM')
               INTO(WS-PODB-RECORD)
               RIDFLD(WS-PODB-RID)
               RESP(WS-RESP3)
           END-EXEC
           IF WS-RESP3 = DFHRESP(NORMAL)
               IF WS-PBV-ACCT-NUMBER NOT = WS-OTHER-ACCT
                   MOVE DFHRESP(ENDFILE) TO WS-RESP3
               ELSE
                   IF WS-PODB-STATUS = 'A'
                       COMPUTE WS-INTEREST-AMT ROUNDED =
                           WS-RSLT-BALANCE
                               * WS-PODB-ALLOCATION-PCT / 100
                       MOVE WS-PODB-BENE-ID TO WS-COV-FIND-ID
                       PERFORM 6400-ADD-COVERAGE-INTEREST
                   END-IF
               END-IF
           END-IF.

       6300-ADD-TARGET-INTERESTS.
      *    This account: the beneficiaries as on file, or as they
      *    will stand after the pending changes.
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BENE-COUNT
               IF EST-ON-FILE
                   IF WS-BT-CUR-STATUS(WS-BT-IDX) = 'A'
                       COMPUTE WS-INTEREST-AMT ROUNDED =
                           WS-EST-ACCT-BAL
                               * WS-BT-CUR-PCT(WS-BT-IDX) / 100
                       MOVE WS-BT-BENE-ID(WS-BT-IDX)
                           TO WS-COV-FIND-ID
                       PERFORM 6400-ADD-COVERAGE-INTEREST
                   END-IF
               ELSE
                   IF WS-BT-NEW-STATUS(WS-BT-IDX) = 'A'
                       COMPUTE WS-INTEREST-AMT ROUNDED =
                           WS-EST-ACCT-BAL
                               * WS-BT-NEW-PCT(WS-BT-IDX) / 100
                       MOVE WS-BT-BENE-ID(WS-BT-IDX)
                           TO WS-COV-FIND-ID
                       PERFORM 6400-ADD-COVERAGE-INTEREST
                   END-IF
               END-IF
               SET WS-BT-IDX UP BY 1
           END-PERFORM.

       6400-ADD-COVERAGE-INTEREST.
      *    Linear find-or-insert on the beneficiary id, the
      *    small-table convention used across the suite.
           MOVE 0 TO WS-COV-IDX-SAVE
           SET WS-COV-IDX TO 1
           PERFORM UNTIL WS-COV-IDX > WS-COV-COUNT
               IF WS-COV-BENE-ID(WS-COV-IDX) = WS-COV-FIND-ID
                   SET WS-COV-IDX-SAVE TO WS-COV-IDX
                   SET WS-COV-IDX TO WS-COV-COUNT
               END-IF
               SET WS-COV-IDX UP BY 1
           END-PERFORM
           IF WS-COV-IDX-SAVE = 0
               IF WS-COV-COUNT < WS-COV-MAX
                   ADD 1 TO WS-COV-COUNT
                   SET WS-COV-IDX-SAVE TO WS-COV-COUNT
                   SET WS-COV-IDX TO WS-COV-COUNT
                   MOVE WS-COV-FIND-ID TO WS-COV-BENE-ID(WS-COV-IDX)
                   MOVE 0 TO WS-COV-INTEREST(WS-COV-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-COV-IDX TO WS-COV-IDX-SAVE
           ADD WS-INTEREST-AMT TO WS-COV-INTEREST(WS-COV-IDX).

       7000-ADD-DETAIL-LINE.
           IF WS-LINE-COUNT < WS-LINE-MAX
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-DETAIL-LINE
                   TO WS-DISPLAY-LINE(WS-LINE-COUNT)
           END-IF.

       8000-JOURNAL-ACCESS.
           EXEC CICS WRITEQ TD
               QUEUE('ACJL')
               FROM(WS-JRNL-RECORD)
               LENGTH(WS-JRNL-LEN)
               RESP(WS-RESP2)
           END-EXEC.

       8500-SEND-RESPONSE.
           IF WS-LINE-COUNT = 0
               MOVE 'ENTER PODM I|A|C|E|K|X ACCT BENE PCT SSN DATE'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF
           COMPUTE WS-DISPLAY-LEN = WS-LINE-COUNT * 79
           EXEC CICS SEND TEXT
               FROM(WS-DISPLAY-AREA)
               LENGTH(WS-DISPLAY-LEN)
               ERASE
               FREEKB
               RESP(WS-RESP2)
           END-EXEC.
