      *================================================================*
      * PROGRAM: DISPUTE-INTAKE-ENTRY  (CICS transaction DSPI)
      * PURPOSE: Online capture of a depositor's dispute of the
      *          coverage shown on a DEPOSITOR-COVERAGE-STMT
      *          statement, in the style of ORCD and PODM. A dispute
      *          letter from a customer or an attorney went to
      *          whoever opened the mail; nothing tied it to the
      *          determination, set a response date, or showed it
      *          was answered. This transaction:
      *            - logs the complaint (function N): the depositor,
      *              who disputes -- the customer, an attorney, or
      *              another representative, named -- and the date
      *              it was received, edited AT ENTRY: the depositor
      *              must be on the customer master and the date may
      *              not be in the future. DSPI hands back the
      *              intake reference (terminal + date + time) the
      *              rest of the complaint is keyed under, and lists
      *              the depositor's accounts as last determined so
      *              the clerk can key the disputed ones;
      *            - keys each disputed account or trust (function
      *              I) with the ownership category the customer
      *              claims, which must be on the ORC code table. A
      *              deposit account must be on the account master;
      *              there is no online trust copy, so a trust id is
      *              checked against RESULTOUT by the nightly
      *              DISPUTE-FOLLOWUP;
      *            - keys each supporting document received
      *              (function D) -- trust agreement, POD
      *              designation, signature card, power of attorney,
      *              affidavit, and so on -- with the date received
      *              (blank is today).
      *          Each accepted entry goes to the DSPI transient data
      *          queue as a DISPUTE-INTAKE record, which ops cuts to
      *          DSPINTK for DISPUTE-FOLLOWUP to register against
      *          the dispute register (DSPREG). Every function
      *          journals the depositor and account shown to the
      *          ACJL transient data queue (ACCESS-JOURNAL.cpy), the
      *          same journal CVIQ, ORCD and PODM write.
      *
      *          Keyed copies loaded by the nightly batch:
      *            CUSTVSAM - KSDS REPRO of CUSTFILE, key =
      *                       CUST-DEPOSITOR-ID (1:15)
      *            ACCTVSAM - KSDS REPRO of ACCTFILE, key =
      *                       ACCT-NUMBER (1:20)
      *            RSLTVSAM - KSDS REPRO of RSLTFILE, key =
      *                       RSLT-ACCT-NUMBER (1:20)
      *            RSLTPATH - path over the depositor-id AIX
      *                       (alternate key at offset 21 for 15)
      *            ORCCVSAM - KSDS REPRO of ORCCODES, key =
      *                       ORCC-CODE (1:4)
      *
      *          Input (terminal or COMMAREA), each field in its
      *          column: 'DSPI' + function + depositor id + intake
      *          reference (blank on N) + disputant type (C, A or O;
      *          N only) + date (YYYY-MM-DD) + entity type (D or T)
      *          + account or trust id + claimed ORC + document type
      *          + text (the representative's name on N, the claim
      *          on I, the document description on D). Functions:
      *            N log a complaint    I add a disputed item
      *            D add a document received
      *
      * REGULATION: 12 CFR Part 330; FDIC IT Guide v3.0
      *
      * NOTE: EXEC CICS is translated by the CICS preprocessor at
      *       compile time; this member is held in the online source
      *       library, not the batch one.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-INTAKE-ENTRY.
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
              88 FUNC-COMPLAINT    VALUE 'N'.
              88 FUNC-ITEM         VALUE 'I'.
              88 FUNC-DOCUMENT     VALUE 'D'.
           05 FILLER               PIC X(1).
           05 WS-IN-DEPOSITOR-ID   PIC X(15).
           05 FILLER               PIC X(1).
           05 WS-IN-INTAKE-REF     PIC X(18).
           05 FILLER               PIC X(1).
           05 WS-IN-DISPUTANT-TYPE PIC X(1).
              88 WS-IN-BY-CUSTOMER VALUE 'C'.
              88 WS-IN-BY-REP      VALUE 'A' 'O'.
           05 FILLER               PIC X(1).
           05 WS-IN-DATE           PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-IN-ENTITY-TYPE    PIC X(1).
              88 WS-IN-DEPOSIT     VALUE 'D'.
              88 WS-IN-TRUST       VALUE 'T'.
           05 FILLER               PIC X(1).
           05 WS-IN-ENTITY-ID      PIC X(20).
           05 FILLER               PIC X(1).
           05 WS-IN-CLAIMED-ORC    PIC X(4).
           05 FILLER               PIC X(1).
           05 WS-IN-DOC-TYPE       PIC X(4).
              88 WS-IN-DOC-TYPE-VALID VALUE 'TRST' 'PODD' 'EBPD'
                                      'SIGC' 'GOVC' 'POAT' 'AFFD'
                                      'CORR' 'OTHR'.
           05 FILLER               PIC X(1).
           05 WS-IN-TEXT           PIC X(40).
           05 FILLER               PIC X(12).
       01 WS-INPUT-LEN             PIC S9(4) COMP VALUE +140.

      *    Mirrors CUST-MASTER-REC (CUSTVSAM record, 310 bytes) --
      *    only the id and name are used.
       01 WS-CUST-RECORD.
           05 WS-CUST-DEPOSITOR-ID  PIC X(15).
           05 WS-CUST-NAME          PIC X(50).
           05 FILLER                PIC X(245).

      *    Mirrors ACCOUNT-MASTER.cpy (ACCTVSAM record, 245 bytes).
       01 WS-ACCT-RECORD.
           05 WS-ACCT-NUMBER        PIC X(20).
           05 WS-ACCT-DEPOSITOR-ID  PIC X(15).
           05 WS-ACCT-BALANCE       PIC S9(13)V99.
           05 WS-ACCT-ORC-TYPE      PIC X(4).
           05 WS-ACCT-TYPE          PIC X(10).
           05 FILLER                PIC X(181).

      *    Mirrors ORC-CODE.cpy (ORCCVSAM record).
       01 WS-ORCC-RECORD.
           05 WS-ORCC-CODE          PIC X(4).
           05 WS-ORCC-DESCRIPTION   PIC X(30).
           05 FILLER                PIC X(6).

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

      *    Mirrors DISPUTE-INTAKE.cpy, written to the DSPI TDQ.
       01 WS-INTAKE-RECORD.
           05 WS-DSI-INTAKE-REF     PIC X(18).
           05 WS-DSI-RECORD-TYPE    PIC X(1).
           05 WS-DSI-DEPOSITOR-ID   PIC X(15).
           05 WS-DSI-DISPUTANT-TYPE PIC X(1).
           05 WS-DSI-RECEIVED-DATE  PIC X(10).
           05 WS-DSI-ENTITY-TYPE    PIC X(1).
           05 WS-DSI-ENTITY-ID      PIC X(20).
           05 WS-DSI-CLAIMED-ORC    PIC X(4).
           05 WS-DSI-DOC-TYPE       PIC X(4).
           05 WS-DSI-TEXT           PIC X(40).
           05 WS-DSI-KEYED-BY       PIC X(10).
           05 WS-DSI-KEYED-DATE     PIC X(10).
           05 WS-DSI-KEYED-TIME     PIC X(8).
           05 FILLER                PIC X(18).
       01 WS-INTAKE-LEN            PIC S9(4) COMP VALUE +160.

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
       01 WS-RID-DEPOSITOR         PIC X(15).
       01 WS-RID-ORC               PIC X(4).
       01 WS-TARGET-DEPOSITOR      PIC X(15).
       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-RESP2                 PIC S9(8) COMP.

       01 WS-TODAY-DATE            PIC X(10).
       01 WS-TODAY-NUM             PIC 9(8).
       01 WS-NOW-TIME              PIC X(8).
       01 WS-NOW-HHMMSS            PIC X(6).

      *--- Date edit: WS-EDIT-DATE in, WS-DATE-OK out ---
       01 WS-EDIT-DATE             PIC X(10).
       01 WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           05 WS-ED-YEAR           PIC X(4).
           05 WS-ED-DASH1          PIC X(1).
           05 WS-ED-MONTH          PIC X(2).
           05 WS-ED-DASH2          PIC X(1).
           05 WS-ED-DAY            PIC X(2).
       01 WS-ED-MONTH-NUM          PIC 9(2).
       01 WS-ED-DAY-NUM            PIC 9(2).
       01 WS-DATE-OK               PIC X(1).

       01 WS-CUST-FOUND            PIC X(1).
       01 WS-POSITION-COUNT        PIC 9(3).

      *    Display buffer -- up to 20 lines sent as one text block,
      *    the CVIQ convention.
       01 WS-LINE-COUNT            PIC 9(2) VALUE 0.
       01 WS-LINE-MAX              PIC 9(2) VALUE 20.
       01 WS-DISPLAY-AREA.
           05 WS-DISPLAY-LINE OCCURS 20 TIMES
                                   PIC X(79).
       01 WS-DISPLAY-LEN           PIC S9(4) COMP.
       01 WS-DETAIL-LINE           PIC X(79).

       01 WS-POSITION-LINE.
           05 WPL-ACCT             PIC X(21).
           05 WPL-ORC              PIC X(5).
           05 WPL-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1).
           05 WPL-INSURED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1).
           05 WPL-UNINSURED        PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-RECEIVE-INPUT
           PERFORM 1100-SET-TODAY
           PERFORM 1150-SET-JOURNAL-CONTEXT
           EVALUATE TRUE
               WHEN FUNC-COMPLAINT
                   PERFORM 2000-LOG-COMPLAINT
               WHEN FUNC-ITEM
                   PERFORM 3000-ADD-ITEM
               WHEN FUNC-DOCUMENT
                   PERFORM 4000-ADD-DOCUMENT
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE N, I OR D'
                       TO WS-DETAIL-LINE
                   PERFORM 7000-ADD-DETAIL-LINE
           END-EVALUATE
           PERFORM 8500-SEND-RESPONSE
           EXEC CICS RETURN END-EXEC.

       1000-RECEIVE-INPUT.
           MOVE SPACES TO WS-INPUT-AREA
           MOVE +140 TO WS-INPUT-LEN
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
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-HHMMSS
           MOVE WS-NOW-HHMMSS(1:2) TO WS-NOW-TIME(1:2)
           MOVE ':'                TO WS-NOW-TIME(3:1)
           MOVE WS-NOW-HHMMSS(3:2) TO WS-NOW-TIME(4:2)
           MOVE ':'                TO WS-NOW-TIME(6:1)
           MOVE WS-NOW-HHMMSS(5:2) TO WS-NOW-TIME(7:2).

       1150-SET-JOURNAL-CONTEXT.
      *    Who and when, once per task. The user id is also the
      *    keying user on every intake record written here.
           MOVE SPACES TO WS-JRNL-RECORD
           EXEC CICS ASSIGN
               USERID(WS-JRNL-USER-ID)
               FACILITY(WS-JRNL-TERMINAL-ID)
               RESP(WS-RESP2)
           END-EXEC
           MOVE WS-TODAY-DATE  TO WS-JRNL-ACCESS-DATE
           MOVE WS-NOW-TIME    TO WS-JRNL-ACCESS-TIME
           MOVE WS-IN-TRANID   TO WS-JRNL-TRANID
           MOVE WS-IN-FUNCTION TO WS-JRNL-FUNCTION.

       1500-EDIT-DEPOSITOR.
      *    Every function names the depositor; the journal records
      *    the look-up whether or not it is found.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE SPACES TO WS-CUST-RECORD
           MOVE WS-IN-DEPOSITOR-ID TO WS-JRNL-DEPOSITOR-ID
           MOVE WS-IN-ENTITY-ID    TO WS-JRNL-ACCT-NUMBER
           IF WS-IN-DEPOSITOR-ID = SPACES
               MOVE 'DEPOSITOR ID REQUIRED' TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-DEPOSITOR-ID TO WS-RID-DEPOSITOR
           EXEC CICS READ
               DATASET('CUSTVSAM')
               INTO(WS-CUST-RECORD)
               RIDFLD(WS-RID-DEPOSITOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CUST-FOUND
               MOVE 'F' TO WS-JRNL-RESULT
           ELSE
               MOVE 'N' TO WS-JRNL-RESULT
               MOVE 'DEPOSITOR IS NOT ON THE CUSTOMER MASTER'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF
           PERFORM 8000-JOURNAL-ACCESS.

       1600-EDIT-DATE.
      *    WS-EDIT-DATE must be a YYYY-MM-DD calendar date no later
      *    than today.
           MOVE 'N' TO WS-DATE-OK
           IF WS-ED-YEAR NOT NUMERIC
               OR WS-ED-MONTH NOT NUMERIC
               OR WS-ED-DAY NOT NUMERIC
               OR WS-ED-DASH1 NOT = '-'
               OR WS-ED-DASH2 NOT = '-'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ED-MONTH TO WS-ED-MONTH-NUM
           MOVE WS-ED-DAY   TO WS-ED-DAY-NUM
           IF WS-ED-MONTH-NUM < 1 OR WS-ED-MONTH-NUM > 12
               OR WS-ED-DAY-NUM < 1 OR WS-ED-DAY-NUM > 31
               EXIT PARAGRAPH
           END-IF
           IF WS-EDIT-DATE > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DATE-OK.

       2000-LOG-COMPLAINT.
      *    The complaint itself. The intake reference is built here
      *    -- terminal, date, and time to the second -- so it is
      *    unique without a counter file.
           IF WS-IN-INTAKE-REF NOT = SPACES
               MOVE 'LEAVE INTAKE REF BLANK - DSPI ASSIGNS IT ON N'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1500-EDIT-DEPOSITOR
           IF WS-CUST-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-IN-BY-CUSTOMER AND NOT WS-IN-BY-REP
               MOVE 'DISPUTANT TYPE MUST BE C (CUSTOMER), A (ATTORNEY)'
                   TO WS-DETAIL-LINE
               MOVE ' OR O (OTHER)' TO WS-DETAIL-LINE(51:13)
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-BY-REP AND WS-IN-TEXT = SPACES
               MOVE 'NAME THE ATTORNEY OR REPRESENTATIVE IN THE TEXT'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-DATE TO WS-EDIT-DATE
           PERFORM 1600-EDIT-DATE
           IF WS-DATE-OK NOT = 'Y'
               MOVE 'RECEIVED DATE MUST BE YYYY-MM-DD, NOT AFTER TODAY'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-START-INTAKE-RECORD
           MOVE WS-JRNL-TERMINAL-ID TO WS-DSI-INTAKE-REF(1:4)
           MOVE WS-TODAY-NUM        TO WS-DSI-INTAKE-REF(5:8)
           MOVE WS-NOW-HHMMSS       TO WS-DSI-INTAKE-REF(13:6)
           MOVE 'N'                  TO WS-DSI-RECORD-TYPE
           MOVE WS-IN-DISPUTANT-TYPE TO WS-DSI-DISPUTANT-TYPE
           MOVE WS-IN-DATE           TO WS-DSI-RECEIVED-DATE
           IF WS-IN-BY-REP
               MOVE WS-IN-TEXT       TO WS-DSI-TEXT
           END-IF
           PERFORM 5100-WRITE-INTAKE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'COMPLAINT LOGGED FOR ' WS-CUST-NAME(1:30)
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'INTAKE REF ' WS-DSI-INTAKE-REF
                  ' - KEY EACH ITEM (I) AND DOCUMENT (D) UNDER IT'
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           PERFORM 2100-SHOW-POSITIONS.

       2100-SHOW-POSITIONS.
      *    The depositor's accounts as the last cycle determined
      *    them -- what the disputed statement showed.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'ACCOUNT              ORC          BALANCE'
                  '          INSURED        UNINSURED'
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           MOVE 0 TO WS-POSITION-COUNT
           MOVE WS-IN-DEPOSITOR-ID TO WS-RID-DEPOSITOR
           MOVE WS-IN-DEPOSITOR-ID TO WS-TARGET-DEPOSITOR
           EXEC CICS STARTBR
               DATASET('RSLTPATH')
               RIDFLD(WS-RID-DEPOSITOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2110-READ-NEXT-POSITION
                   UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                   OR WS-LINE-COUNT >= WS-LINE-MAX
               EXEC CICS ENDBR
                   DATASET('RSLTPATH')
                   RESP(WS-RESP2)
               END-EXEC
           END-IF
           IF WS-POSITION-COUNT = 0
               MOVE 'NO ACCOUNTS ON THE LAST CYCLE''S RESULT FILE'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF.

       2110-READ-NEXT-POSITION.
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
                   ADD 1 TO WS-POSITION-COUNT
                   PERFORM 2120-FORMAT-POSITION
               END-IF
           END-IF.

       2120-FORMAT-POSITION.
           MOVE SPACES TO WS-POSITION-LINE
           MOVE WS-RSLT-ACCT-NUMBER   TO WPL-ACCT
           MOVE WS-RSLT-ORC-TYPE      TO WPL-ORC
           MOVE WS-RSLT-BALANCE       TO WPL-BALANCE
           MOVE WS-RSLT-INSURED-AMT   TO WPL-INSURED
           MOVE WS-RSLT-UNINSURED-AMT TO WPL-UNINSURED
           MOVE WS-POSITION-LINE TO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE.

       3000-ADD-ITEM.
      *    One disputed account or trust under the complaint's
      *    intake reference.
           IF WS-IN-INTAKE-REF = SPACES
               MOVE 'INTAKE REF REQUIRED - LOG THE COMPLAINT (N) FIRST'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1500-EDIT-DEPOSITOR
           IF WS-CUST-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-IN-DEPOSIT AND NOT WS-IN-TRUST
               MOVE 'ENTITY TYPE MUST BE D (ACCOUNT) OR T (TRUST)'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ENTITY-ID = SPACES
               MOVE 'ACCOUNT OR TRUST ID REQUIRED' TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CLAIMED-ORC TO WS-RID-ORC
           EXEC CICS READ
               DATASET('ORCCVSAM')
               INTO(WS-ORCC-RECORD)
               RIDFLD(WS-RID-ORC)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CLAIMED ORC NOT ON THE CODE TABLE'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-DEPOSIT
               PERFORM 3100-EDIT-ACCOUNT
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 5000-START-INTAKE-RECORD
           MOVE WS-IN-INTAKE-REF  TO WS-DSI-INTAKE-REF
           MOVE 'I'               TO WS-DSI-RECORD-TYPE
           MOVE WS-IN-ENTITY-TYPE TO WS-DSI-ENTITY-TYPE
           MOVE WS-IN-ENTITY-ID   TO WS-DSI-ENTITY-ID
           MOVE WS-IN-CLAIMED-ORC TO WS-DSI-CLAIMED-ORC
           MOVE WS-IN-TEXT        TO WS-DSI-TEXT
           PERFORM 5100-WRITE-INTAKE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'ITEM RECORDED: ' WS-IN-ENTITY-ID
                  ' CLAIMED ' WS-IN-CLAIMED-ORC
                  ' ' WS-ORCC-DESCRIPTION
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           IF WS-IN-TRUST
               MOVE 'TRUST ID IS CHECKED AGAINST RESULTOUT OVERNIGHT'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF.

       3100-EDIT-ACCOUNT.
      *    The account must be on the account master. A co-owner
      *    may dispute an account held under another depositor id,
      *    so a different holder is shown, not refused. The last
      *    cycle's determination is shown beside the claim.
           MOVE WS-IN-ENTITY-ID TO WS-RID-ACCT
           EXEC CICS READ
               DATASET('ACCTVSAM')
               INTO(WS-ACCT-RECORD)
               RIDFLD(WS-RID-ACCT)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT IS NOT ON THE ACCOUNT MASTER'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-DEPOSITOR-ID NOT = WS-IN-DEPOSITOR-ID
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'NOTE: ACCOUNT IS HELD UNDER DEPOSITOR '
                      WS-ACCT-DEPOSITOR-ID
                   DELIMITED SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF
           MOVE WS-IN-ENTITY-ID TO WS-RID-ACCT
           EXEC CICS READ
               DATASET('RSLTVSAM')
               INTO(WS-RSLT-RECORD)
               RIDFLD(WS-RID-ACCT)
               RESP(WS-RESP2)
           END-EXEC
           IF WS-RESP2 = DFHRESP(NORMAL)
               PERFORM 2120-FORMAT-POSITION
           ELSE
               MOVE 'ACCOUNT NOT YET DETERMINED - NOT ON RESULT FILE'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF.

       4000-ADD-DOCUMENT.
      *    One supporting document received under the complaint's
      *    intake reference. A blank date is today.
           IF WS-IN-INTAKE-REF = SPACES
               MOVE 'INTAKE REF REQUIRED - LOG THE COMPLAINT (N) FIRST'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1500-EDIT-DEPOSITOR
           IF WS-CUST-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-IN-DOC-TYPE-VALID
               MOVE 'DOC TYPE: TRST PODD EBPD SIGC GOVC POAT AFFD CORR'
                   TO WS-DETAIL-LINE
               MOVE ' OTHR' TO WS-DETAIL-LINE(50:5)
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-DOC-TYPE = 'OTHR' AND WS-IN-TEXT = SPACES
               MOVE 'DESCRIBE AN OTHR DOCUMENT IN THE TEXT'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-IN-DATE
           END-IF
           MOVE WS-IN-DATE TO WS-EDIT-DATE
           PERFORM 1600-EDIT-DATE
           IF WS-DATE-OK NOT = 'Y'
               MOVE 'RECEIVED DATE MUST BE YYYY-MM-DD, NOT AFTER TODAY'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-START-INTAKE-RECORD
           MOVE WS-IN-INTAKE-REF TO WS-DSI-INTAKE-REF
           MOVE 'D'              TO WS-DSI-RECORD-TYPE
           MOVE WS-IN-DATE       TO WS-DSI-RECEIVED-DATE
           MOVE WS-IN-DOC-TYPE   TO WS-DSI-DOC-TYPE
           MOVE WS-IN-TEXT       TO WS-DSI-TEXT
           PERFORM 5100-WRITE-INTAKE
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'DOCUMENT RECORDED: ' WS-IN-DOC-TYPE
                      ' RECEIVED ' WS-IN-DATE
                      ' REF ' WS-IN-INTAKE-REF
                   DELIMITED SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF.

       5000-START-INTAKE-RECORD.
           MOVE SPACES TO WS-INTAKE-RECORD
           MOVE WS-IN-DEPOSITOR-ID TO WS-DSI-DEPOSITOR-ID
           MOVE WS-JRNL-USER-ID    TO WS-DSI-KEYED-BY
           MOVE WS-TODAY-DATE      TO WS-DSI-KEYED-DATE
           MOVE WS-NOW-TIME        TO WS-DSI-KEYED-TIME.

       5100-WRITE-INTAKE.
      *    Onto the DSPI TDQ ops cuts to DSPINTK for the nightly
      *    DISPUTE-FOLLOWUP.
           EXEC CICS WRITEQ TD
               QUEUE('DSPI')
               FROM(WS-INTAKE-RECORD)
               LENGTH(WS-INTAKE-LEN)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DISPUTE INTAKE QUEUE WRITE FAILED - NOT RECORDED'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF.

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
               MOVE 'ENTER DSPI N|I|D DEPOSITOR REF TYPE DATE ENTITY'
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
