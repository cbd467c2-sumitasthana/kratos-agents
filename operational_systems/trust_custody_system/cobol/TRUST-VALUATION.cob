      * its held assets and writes the refreshed trust master that
      * TRUST-INSURANCE-CALC consumes.
      ******************************************************************
      * FIXED 2026-10-15: Collective-fund look-through. A trust's
      * units in one of the bank's common/collective investment
      * funds are priced as a FUND holding, so the cash the fund
      * holds on deposit here never reached the insurance calc as a
      * deposit of the participating trusts. The fund's deposit
      * position at COB (CIFPOSN, see COLLECTIVE-FUND-POSITION.cpy)
      * is now allocated pro rata to units held (CIFPART, see
      * COLLECTIVE-FUND-PARTICIP.cpy) and moved from
      * TRUST-NONDEP-BAL into TRUST-BALANCE; the rest of the fund
      * stays non-deposit. The fund-level reconciliation (CIFRECON)
      * proves the allocated and applied shares foot to each fund's
      * deposit balance, and every break is logged to
      * VALUATION-ERROR-FILE.
      *
      * FIXED 2026-10-15: VALUATION-ERROR-FILE (VALERROR) now carries
      * the structured EXCEPTION-RECORD (see EXCEPTION-RECORD.cpy,
      * 200 bytes, up from the 100-byte text line) written by
      * 8020-LOG-ERROR: a reason code, the trust and holding, the
      * business date, and the dollars at risk, so
      * EXCEPTION-CASE-MGMT can follow each pricing exception as a
      * case until it clears.
      *
      * FIXED 2026-09-03: Holdings are now priced from the
      * independent vendor price feed (VENDPRC, see
      * VENDOR-PRICE.cpy, keyed by asset id as of the cycle
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-VPR-FS.
           SELECT FUND-POSITION-FILE ASSIGN TO CIFPOSN
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-CFP-FS.
           SELECT FUND-PARTICIP-FILE ASSIGN TO CIFPART
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-CFU-FS.
           SELECT FUND-RECON-FILE ASSIGN TO CIFRECON
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CFR-FS.
           SELECT VALUATION-PARM-FILE ASSIGN TO VALPARM
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
       FD  TRUST-FILE-OUT.
           COPY TRUST-ACCOUNT-MASTER.

      * Structured exceptions for EXCEPTION-CASE-MGMT.
       FD  VALUATION-ERROR-FILE.
           COPY EXCEPTION-RECORD.

       FD  HOLDING-RECON-STATUS-FILE.
       COPY HOLDING-RECON-STATUS.
       FD  VENDOR-PRICE-FILE.
       COPY VENDOR-PRICE.

       FD  FUND-POSITION-FILE.
       COPY COLLECTIVE-FUND-POSITION.

       FD  FUND-PARTICIP-FILE.
       COPY COLLECTIVE-FUND-PARTICIP.

      * Fund-level deposit look-through reconciliation.
       FD  FUND-RECON-FILE.
       01  FUND-RECON-LINE              PIC X(132).

       FD  VALUATION-PARM-FILE.
       01  VALUATION-PARM-REC.
           05  VALP-TOLERANCE-PCT       PIC 9(3)V99.
       01  WS-FEED-PRICED-COUNT         PIC 9(7) VALUE 0.
       01  WS-SOURCE-DISAGREE-COUNT     PIC 9(7) VALUE 0.

      * Exception work fields, set by each caller of 8020-LOG-ERROR.
      * The entity key is the trust and, for a pricing exception,
      * the holding.
       01  WS-ERROR-MSG                 PIC X(100) VALUE SPACES.
       01  WS-ERROR-REASON              PIC X(3) VALUE SPACES.
       01  WS-EXC-ENTITY-KEY.
           05  WS-EXC-TRUST-ID          PIC X(12).
           05  FILLER                   PIC X(1).
           05  WS-EXC-HOLD-ID           PIC X(12).
           05  FILLER                   PIC X(5).
       01  WS-EXC-AMOUNT                PIC S9(13)V99 VALUE 0.

      * Collective-fund look-through. Each business-dated fund
      * position is loaded once, its deposit balance is allocated
      * across the participation records at load, and each trust
      * picks up its shares as it is valued. The last participant
      * in a fund takes the rounding remainder so the shares foot
      * to the fund's deposit balance exactly.
       01  WS-CFP-FS                    PIC XX.
       01  WS-CFU-FS                    PIC XX.
       01  WS-CFR-FS                    PIC XX.
       01  WS-FUND-COUNT                PIC 9(3) VALUE 0.
       01  WS-FUND-MAX                  PIC 9(3) VALUE 200.
       01  WS-FUND-TABLE.
           05  WS-CF-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-CF-IDX.
               10  WS-CF-FUND-ID       PIC X(12).
               10  WS-CF-FUND-NAME     PIC X(40).
               10  WS-CF-DATED         PIC X(1).
                   88  WS-CF-CURRENT   VALUE 'Y'.
                   88  WS-CF-STALE     VALUE 'N'.
                   88  WS-CF-OVERFLOWED VALUE 'O'.
               10  WS-CF-POSITION-DATE PIC X(10).
               10  WS-CF-DEPOSIT-BAL   PIC S9(13)V99.
               10  WS-CF-UNITS-OUT     PIC S9(11)V999.
               10  WS-CF-PART-UNITS    PIC S9(11)V999.
               10  WS-CF-PART-COUNT    PIC 9(5).
               10  WS-CF-LAST-PART     PIC 9(5).
               10  WS-CF-ALLOCATED     PIC S9(13)V99.
               10  WS-CF-APPLIED       PIC S9(13)V99.
       01  WS-PART-COUNT                PIC 9(5) VALUE 0.
       01  WS-PART-MAX                  PIC 9(5) VALUE 5000.
       01  WS-PART-TABLE.
           05  WS-CU-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-CU-IDX.
               10  WS-CU-FUND-ID       PIC X(12).
               10  WS-CU-TRUST-ID      PIC X(12).
               10  WS-CU-UNITS         PIC S9(11)V999.
               10  WS-CU-FUND-NO       PIC 9(3).
               10  WS-CU-SHARE         PIC S9(13)V99.
               10  WS-CU-APPLIED       PIC X(1).
       01  WS-FUND-OVERFLOW             PIC 9(5) VALUE 0.
       01  WS-PART-OVERFLOW             PIC 9(5) VALUE 0.
       01  WS-FUND-FOUND                PIC X(1).
       01  WS-FUND-NO                   PIC 9(3).
       01  WS-FUND-DEPOSIT-SHARE        PIC S9(13)V99.
       01  WS-FUND-SHARE-COUNT          PIC 9(7) VALUE 0.
       01  WS-FUND-TRUST-COUNT          PIC 9(7) VALUE 0.
       01  WS-FUND-BREAK-COUNT          PIC 9(5) VALUE 0.
       01  WS-FUND-UNITS-DIFF           PIC S9(11)V999.
       01  WS-FUND-ALLOC-DIFF           PIC S9(13)V99.
       01  WS-FUND-APPLY-DIFF           PIC S9(13)V99.
       01  WS-FUND-BREAK-TEXT           PIC X(24).
       01  WS-FUND-TOTAL-DEPOSIT        PIC S9(15)V99 VALUE 0.
       01  WS-FUND-TOTAL-ALLOCATED      PIC S9(15)V99 VALUE 0.
       01  WS-FUND-TOTAL-APPLIED        PIC S9(15)V99 VALUE 0.
       01  WS-FUND-EXC-COUNT            PIC 9(5) VALUE 0.
       01  WS-CFR-AMT-ED                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CFR-AMT2-ED               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CFR-AMT3-ED               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CFR-UNITS-ED              PIC ZZ,ZZZ,ZZZ,ZZ9.999-.
       01  WS-CFR-UNITS2-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.999-.
       01  WS-CFR-COUNT-ED              PIC ZZ,ZZ9.

       01  WS-TRUST-COUNT               PIC 9(7) VALUE 0.
       01  WS-REVALUED-COUNT            PIC 9(7) VALUE 0.
       01  WS-NO-HOLDINGS-COUNT         PIC 9(7) VALUE 0.
           OPEN OUTPUT TRUST-FILE-OUT
           OPEN OUTPUT VALUATION-ERROR-FILE
           CLOSE HOLDING-FILE
           PERFORM 1300-LOAD-COLLECTIVE-FUNDS
           READ TRUST-FILE-IN
               AT END SET TRUST-END-OF-FILE TO TRUE
           END-READ.
                        WS-VENDOR-OVERFLOW ' QUOTE(S) DROPPED.'
           END-IF.

       1300-LOAD-COLLECTIVE-FUNDS.
      * Fund positions, then the participations, then the pro rata
      * allocation of each fund's deposit position. An absent
      * CIFPOSN or CIFPART means no look-through this cycle; every
      * FUND holding then stays wholly non-deposit, as before.
           PERFORM 1310-LOAD-FUND-POSITIONS
           PERFORM 1320-LOAD-PARTICIPATIONS
           PERFORM 1330-ALLOCATE-FUND-DEPOSITS.

       1310-LOAD-FUND-POSITIONS.
           OPEN INPUT FUND-POSITION-FILE
           IF WS-CFP-FS = '00'
               PERFORM UNTIL WS-CFP-FS NOT = '00'
                   READ FUND-POSITION-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM 1315-ADD-FUND-POSITION
                   END-READ
               END-PERFORM
               CLOSE FUND-POSITION-FILE
           END-IF
           IF WS-FUND-OVERFLOW NOT = 0
               DISPLAY 'COLLECTIVE FUND TABLE OVERFLOW -- '
                        WS-FUND-OVERFLOW ' POSITION(S) DROPPED.'
           END-IF.

       1315-ADD-FUND-POSITION.
      * Only a position as of the cycle business date is in force.
      * A fund reported as of any other date is kept -- so its
      * participants are not mistaken for unknown funds -- but its
      * deposit is not allocated, and the reconciliation shows it.
           IF WS-FUND-COUNT NOT < WS-FUND-MAX
               ADD 1 TO WS-FUND-OVERFLOW
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'COLLECTIVE FUND TABLE FULL -- POSITION '
                      'DROPPED FUND ' CFP-FUND-ID
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'CFO' TO WS-ERROR-REASON
               MOVE CFP-FUND-ID TO WS-EXC-HOLD-ID
               MOVE CFP-DEPOSIT-BAL TO WS-EXC-AMOUNT
               PERFORM 8020-LOG-ERROR
           ELSE
               ADD 1 TO WS-FUND-COUNT
               SET WS-CF-IDX TO WS-FUND-COUNT
               MOVE CFP-FUND-ID TO WS-CF-FUND-ID(WS-CF-IDX)
               MOVE CFP-FUND-NAME TO WS-CF-FUND-NAME(WS-CF-IDX)
               MOVE CFP-POSITION-DATE
                   TO WS-CF-POSITION-DATE(WS-CF-IDX)
               MOVE CFP-DEPOSIT-BAL TO WS-CF-DEPOSIT-BAL(WS-CF-IDX)
               MOVE CFP-UNITS-OUTSTANDING
                   TO WS-CF-UNITS-OUT(WS-CF-IDX)
               MOVE ZEROS TO WS-CF-PART-UNITS(WS-CF-IDX)
                             WS-CF-PART-COUNT(WS-CF-IDX)
                             WS-CF-LAST-PART(WS-CF-IDX)
                             WS-CF-ALLOCATED(WS-CF-IDX)
                             WS-CF-APPLIED(WS-CF-IDX)
               IF CFP-POSITION-DATE = WS-BUSINESS-DATE
                   SET WS-CF-CURRENT(WS-CF-IDX) TO TRUE
               ELSE
                   SET WS-CF-STALE(WS-CF-IDX) TO TRUE
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING 'COLLECTIVE FUND POSITION NOT AS OF COB '
                          'FUND ' CFP-FUND-ID
                          ' DATED ' CFP-POSITION-DATE
                          ' -- DEPOSIT NOT ALLOCATED'
                       DELIMITED SIZE INTO WS-ERROR-MSG
                   MOVE 'CFS' TO WS-ERROR-REASON
                   MOVE CFP-FUND-ID TO WS-EXC-HOLD-ID
                   MOVE CFP-DEPOSIT-BAL TO WS-EXC-AMOUNT
                   PERFORM 8020-LOG-ERROR
               END-IF
           END-IF.

       1320-LOAD-PARTICIPATIONS.
           OPEN INPUT FUND-PARTICIP-FILE
           IF WS-CFU-FS = '00'
               PERFORM UNTIL WS-CFU-FS NOT = '00'
                   READ FUND-PARTICIP-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM 1325-ADD-PARTICIPATION
                   END-READ
               END-PERFORM
               CLOSE FUND-PARTICIP-FILE
           END-IF
           IF WS-PART-OVERFLOW NOT = 0
               DISPLAY 'FUND PARTICIPATION TABLE OVERFLOW -- '
                        WS-PART-OVERFLOW ' RECORD(S) DROPPED.'
           END-IF.

       1325-ADD-PARTICIPATION.
      * A participation with no fund position on file is kept with
      * fund number zero and reported; it draws no share. When the
      * table fills, the fund the dropped record belongs to is not
      * allocated at all -- spreading its deposit over only the
      * participants that fitted would overstate every one of them.
           MOVE 'N' TO WS-FUND-FOUND
           MOVE 0 TO WS-FUND-NO
           SET WS-CF-IDX TO 1
           PERFORM UNTIL WS-CF-IDX > WS-FUND-COUNT
               IF WS-CF-FUND-ID(WS-CF-IDX) = CFU-FUND-ID
                   MOVE 'Y' TO WS-FUND-FOUND
                   SET WS-FUND-NO TO WS-CF-IDX
                   SET WS-CF-IDX TO WS-FUND-COUNT
               END-IF
               SET WS-CF-IDX UP BY 1
           END-PERFORM
           IF WS-PART-COUNT NOT < WS-PART-MAX
               ADD 1 TO WS-PART-OVERFLOW
               IF WS-FUND-FOUND = 'Y'
                   SET WS-CF-IDX TO WS-FUND-NO
                   SET WS-CF-OVERFLOWED(WS-CF-IDX) TO TRUE
               END-IF
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'FUND PARTICIPATION TABLE FULL -- DROPPED '
                      'TRUST ' CFU-TRUST-ID
                      ' FUND ' CFU-FUND-ID
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'CFO' TO WS-ERROR-REASON
               MOVE CFU-TRUST-ID TO WS-EXC-TRUST-ID
               MOVE CFU-FUND-ID TO WS-EXC-HOLD-ID
               PERFORM 8020-LOG-ERROR
           ELSE
               ADD 1 TO WS-PART-COUNT
               SET WS-CU-IDX TO WS-PART-COUNT
               MOVE CFU-FUND-ID TO WS-CU-FUND-ID(WS-CU-IDX)
               MOVE CFU-TRUST-ID TO WS-CU-TRUST-ID(WS-CU-IDX)
               MOVE CFU-UNITS TO WS-CU-UNITS(WS-CU-IDX)
               MOVE WS-FUND-NO TO WS-CU-FUND-NO(WS-CU-IDX)
               MOVE ZEROS TO WS-CU-SHARE(WS-CU-IDX)
               MOVE 'N' TO WS-CU-APPLIED(WS-CU-IDX)
               IF WS-FUND-FOUND = 'Y'
                   SET WS-CF-IDX TO WS-FUND-NO
                   ADD CFU-UNITS TO WS-CF-PART-UNITS(WS-CF-IDX)
                   ADD 1 TO WS-CF-PART-COUNT(WS-CF-IDX)
                   MOVE WS-PART-COUNT TO WS-CF-LAST-PART(WS-CF-IDX)
               END-IF
           END-IF.

       1330-ALLOCATE-FUND-DEPOSITS.
      * Each share is the fund's deposit balance times the trust's
      * units over the fund's units outstanding. When the
      * participations account for every unit outstanding, the last
      * participant takes the rounding remainder so the shares foot
      * exactly; when they don't, no one is plugged -- the
      * reconciliation reports the unallocated difference instead.
           SET WS-CU-IDX TO 1
           PERFORM UNTIL WS-CU-IDX > WS-PART-COUNT
               IF WS-CU-FUND-NO(WS-CU-IDX) > 0
                   SET WS-CF-IDX TO WS-CU-FUND-NO(WS-CU-IDX)
                   IF WS-CF-CURRENT(WS-CF-IDX)
                       AND WS-CF-UNITS-OUT(WS-CF-IDX) > 0
                       PERFORM 1335-ALLOCATE-ONE-SHARE
                   END-IF
               END-IF
               SET WS-CU-IDX UP BY 1
           END-PERFORM.

       1335-ALLOCATE-ONE-SHARE.
           SET WS-FUND-NO TO WS-CU-IDX
           IF WS-FUND-NO = WS-CF-LAST-PART(WS-CF-IDX)
               AND WS-CF-PART-UNITS(WS-CF-IDX)
                   = WS-CF-UNITS-OUT(WS-CF-IDX)
               COMPUTE WS-CU-SHARE(WS-CU-IDX) =
                   WS-CF-DEPOSIT-BAL(WS-CF-IDX)
                   - WS-CF-ALLOCATED(WS-CF-IDX)
           ELSE
               COMPUTE WS-CU-SHARE(WS-CU-IDX) ROUNDED =
                   WS-CF-DEPOSIT-BAL(WS-CF-IDX)
                   * WS-CU-UNITS(WS-CU-IDX)
                   / WS-CF-UNITS-OUT(WS-CF-IDX)
           END-IF
           ADD WS-CU-SHARE(WS-CU-IDX) TO WS-CF-ALLOCATED(WS-CF-IDX).

       2000-PROCESS-TRUST.
           ADD 1 TO WS-TRUST-COUNT
           PERFORM 2100-VALUE-HOLDINGS
           PERFORM 2150-APPLY-FUND-DEPOSIT
           PERFORM 2200-WRITE-REVALUED-TRUST
           READ TRUST-FILE-IN
               AT END SET TRUST-END-OF-FILE TO TRUE
                       > WS-TOLERANCE-AMT
                   MOVE 'Y' TO WS-TRUST-PRICE-EXC
                   ADD 1 TO WS-SOURCE-DISAGREE-COUNT
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING 'VENDOR/FEED PRICE DISAGREE TRUST '
                          TRIN-TRUST-ID
                          ' HOLDING ' HOLD-ID
                          ' IMPACT ' WS-SOURCE-VARIANCE
                       DELIMITED SIZE INTO WS-ERROR-MSG
                   MOVE 'VFD' TO WS-ERROR-REASON
                   MOVE TRIN-TRUST-ID TO WS-EXC-TRUST-ID
                   MOVE HOLD-ID TO WS-EXC-HOLD-ID
                   MOVE WS-SOURCE-VARIANCE TO WS-EXC-AMOUNT
                   PERFORM 8020-LOG-ERROR
               END-IF
           ELSE
      * No vendor quote for this asset on the business date -- the
      * fallback is visible, never silent.
               ADD 1 TO WS-FEED-PRICED-COUNT
               MOVE HOLD-MARKET-VALUE TO WS-HOLDING-VALUE
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'PRICE SOURCE FEED (NO VENDOR QUOTE) TRUST '
                      TRIN-TRUST-ID
                      ' HOLDING ' HOLD-ID
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'NVQ' TO WS-ERROR-REASON
               MOVE TRIN-TRUST-ID TO WS-EXC-TRUST-ID
               MOVE HOLD-ID TO WS-EXC-HOLD-ID
               MOVE HOLD-MARKET-VALUE TO WS-EXC-AMOUNT
               PERFORM 8020-LOG-ERROR
           END-IF.

       2110-VERIFY-HOLDING-PRICE.
           IF FUNCTION ABS(WS-PRICE-VARIANCE) > WS-TOLERANCE-AMT
               MOVE 'Y' TO WS-TRUST-PRICE-EXC
               ADD 1 TO WS-FLAGGED-HOLDING-COUNT
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'PRICE VARIANCE TRUST ' TRIN-TRUST-ID
                      ' HOLDING ' HOLD-ID
                      ' IMPACT ' WS-PRICE-VARIANCE
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'PVR' TO WS-ERROR-REASON
               MOVE TRIN-TRUST-ID TO WS-EXC-TRUST-ID
               MOVE HOLD-ID TO WS-EXC-HOLD-ID
               MOVE WS-PRICE-VARIANCE TO WS-EXC-AMOUNT
               PERFORM 8020-LOG-ERROR
           END-IF
           IF HOLD-VALUATION-DATE(1:4) NUMERIC
               AND HOLD-VALUATION-DATE(6:2) NUMERIC
               IF WS-HOLD-AGE-DAYS > WS-STALE-LIMIT-DAYS
                   MOVE 'Y' TO WS-TRUST-PRICE-EXC
                   ADD 1 TO WS-FLAGGED-HOLDING-COUNT
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING 'STALE PRICE TRUST ' TRIN-TRUST-ID
                          ' HOLDING ' HOLD-ID
                          ' VALUED ' HOLD-VALUATION-DATE
                       DELIMITED SIZE INTO WS-ERROR-MSG
                   MOVE 'STL' TO WS-ERROR-REASON
                   MOVE TRIN-TRUST-ID TO WS-EXC-TRUST-ID
                   MOVE HOLD-ID TO WS-EXC-HOLD-ID
                   PERFORM 8020-LOG-ERROR
               END-IF
           ELSE
               MOVE 'Y' TO WS-TRUST-PRICE-EXC
               ADD 1 TO WS-FLAGGED-HOLDING-COUNT
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'UNUSABLE VALUATION DATE TRUST ' TRIN-TRUST-ID
                      ' HOLDING ' HOLD-ID
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'VDT' TO WS-ERROR-REASON
               MOVE TRIN-TRUST-ID TO WS-EXC-TRUST-ID
               MOVE HOLD-ID TO WS-EXC-HOLD-ID
               PERFORM 8020-LOG-ERROR
           END-IF.

       2150-APPLY-FUND-DEPOSIT.
      * Collect this trust's allocated collective-fund deposit
      * shares. A share is applied once, to the first trust record
      * carrying the id, so the applied total can be reconciled.
           MOVE ZEROS TO WS-FUND-DEPOSIT-SHARE
           SET WS-CU-IDX TO 1
           PERFORM UNTIL WS-CU-IDX > WS-PART-COUNT
               IF WS-CU-TRUST-ID(WS-CU-IDX) = TRIN-TRUST-ID
                   AND WS-CU-FUND-NO(WS-CU-IDX) > 0
                   AND WS-CU-APPLIED(WS-CU-IDX) = 'N'
                   SET WS-CF-IDX TO WS-CU-FUND-NO(WS-CU-IDX)
                   IF WS-CF-CURRENT(WS-CF-IDX)
                       AND WS-CF-UNITS-OUT(WS-CF-IDX) > 0
                       ADD WS-CU-SHARE(WS-CU-IDX)
                           TO WS-FUND-DEPOSIT-SHARE
                       ADD WS-CU-SHARE(WS-CU-IDX)
                           TO WS-CF-APPLIED(WS-CF-IDX)
                       MOVE 'Y' TO WS-CU-APPLIED(WS-CU-IDX)
                       ADD 1 TO WS-FUND-SHARE-COUNT
                   END-IF
               END-IF
               SET WS-CU-IDX UP BY 1
           END-PERFORM.

       2200-WRITE-REVALUED-TRUST.
           MOVE TRIN-TRUST-ID            TO TRUST-ID
           MOVE TRIN-TRUST-NAME          TO TRUST-NAME
               ADD 1 TO WS-NO-HOLDINGS-COUNT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF WS-FUND-DEPOSIT-SHARE NOT = 0
               PERFORM 2210-MOVE-FUND-DEPOSIT
           END-IF
           WRITE TRUST-ACCOUNT-REC.

       2210-MOVE-FUND-DEPOSIT.
      * The trust's share of its funds' deposit cash is a deposit
      * of the trust; it comes out of the FUND holdings' value,
      * which carried it as non-deposit. A share larger than the
      * non-deposit balance means the fund units the participation
      * file credits the trust with are not on TRUSTHLD -- the
      * deposit still stands, the non-deposit balance floors at
      * zero, and the break is logged.
           ADD 1 TO WS-FUND-TRUST-COUNT
           ADD WS-FUND-DEPOSIT-SHARE TO TRUST-BALANCE
           SUBTRACT WS-FUND-DEPOSIT-SHARE FROM TRUST-NONDEP-BAL
           IF TRUST-NONDEP-BAL < 0
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'FUND DEPOSIT SHARE EXCEEDS NON-DEPOSIT '
                      'VALUE TRUST ' TRIN-TRUST-ID
                      ' -- FUND UNITS MISSING FROM TRUSTHLD'
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'CFN' TO WS-ERROR-REASON
               MOVE TRIN-TRUST-ID TO WS-EXC-TRUST-ID
               MOVE TRUST-NONDEP-BAL TO WS-EXC-AMOUNT
               PERFORM 8020-LOG-ERROR
               MOVE ZEROS TO TRUST-NONDEP-BAL
           END-IF.

       8010-WRITE-ERROR.
           MOVE SPACES TO WS-ERROR-MSG
           STRING 'NO ACTIVE HOLDINGS ON FILE - TRUST-ID: '
               TRIN-TRUST-ID
               ' - PRIOR BALANCE CARRIED FORWARD'
               DELIMITED SIZE INTO WS-ERROR-MSG
           MOVE 'NHL' TO WS-ERROR-REASON
           MOVE TRIN-TRUST-ID TO WS-EXC-TRUST-ID
           MOVE TRIN-TRUST-BALANCE TO WS-EXC-AMOUNT
           PERFORM 8020-LOG-ERROR.

       8020-LOG-ERROR.
      * Writes one EXCEPTION-RECORD and clears the work fields. A
      * price variance is carried as its size -- the dollars at
      * risk -- whichever way the price is off.
           MOVE SPACES TO EXCEPTION-REC
           MOVE 'TRUST-VALUATION' TO EXC-PROGRAM
           MOVE WS-BUSINESS-DATE TO EXC-BUSINESS-DATE
           MOVE WS-ERROR-REASON TO EXC-ERROR-CODE
           EVALUATE WS-ERROR-REASON
               WHEN 'NHL'
               WHEN 'VDT'
               WHEN 'CFS'
               WHEN 'CFM'
               WHEN 'CFU'
                   SET EXC-CAT-DATA TO TRUE
               WHEN 'CFR'
               WHEN 'CFN'
                   SET EXC-CAT-BALANCE TO TRUE
               WHEN 'CFO'
                   SET EXC-CAT-CAPACITY TO TRUE
               WHEN OTHER
                   SET EXC-CAT-PRICE TO TRUE
           END-EVALUATE
           MOVE WS-EXC-ENTITY-KEY TO EXC-ENTITY-KEY
           IF WS-EXC-AMOUNT < 0
               COMPUTE WS-EXC-AMOUNT = 0 - WS-EXC-AMOUNT
           END-IF
           MOVE WS-EXC-AMOUNT TO EXC-AMOUNT-AT-RISK
           MOVE WS-ERROR-MSG TO EXC-MESSAGE
           WRITE EXCEPTION-REC
           MOVE SPACES TO WS-ERROR-MSG
           MOVE SPACES TO WS-ERROR-REASON
           MOVE SPACES TO WS-EXC-ENTITY-KEY
           MOVE 0 TO WS-EXC-AMOUNT.

       9000-FINALIZE.
           PERFORM 9200-WRITE-FUND-RECON
           PERFORM 9100-WRITE-RUN-COMPLETE
           CLOSE TRUST-FILE-IN
           CLOSE TRUST-FILE-OUT
           DISPLAY 'HOLDINGS PRICED FROM FEED: '
               WS-FEED-PRICED-COUNT
           DISPLAY 'VENDOR/FEED DISAGREEMENTS: '
               WS-SOURCE-DISAGREE-COUNT
           DISPLAY 'COLLECTIVE FUNDS ON FILE: ' WS-FUND-COUNT
           DISPLAY 'FUND DEPOSIT SHARES APPLIED: '
               WS-FUND-SHARE-COUNT
           DISPLAY 'TRUSTS WITH FUND DEPOSIT SHARE: '
               WS-FUND-TRUST-COUNT
           DISPLAY 'FUND RECONCILIATION BREAKS: '
               WS-FUND-BREAK-COUNT.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9200-WRITE-FUND-RECON.
      * Fund-level proof of the look-through: for each fund, the
      * shares allocated must foot to its COB deposit balance and
      * the shares applied to trusts on this run must foot to the
      * allocation. Every fund out of balance is logged; then the
      * participations that drew nothing are listed.
           OPEN OUTPUT FUND-RECON-FILE
           MOVE SPACES TO FUND-RECON-LINE
           STRING 'COLLECTIVE FUND DEPOSIT LOOK-THROUGH '
                  'RECONCILIATION -- ' WS-BUSINESS-DATE
               DELIMITED SIZE INTO FUND-RECON-LINE
           WRITE FUND-RECON-LINE
           MOVE SPACES TO FUND-RECON-LINE
           WRITE FUND-RECON-LINE
           MOVE SPACES TO FUND-RECON-LINE
           STRING 'FUND ID      FUND NAME                '
                  '   DEPOSIT BALANCE             ALLOCATED  '
                  '             APPLIED PARTS  STATUS'
               DELIMITED SIZE INTO FUND-RECON-LINE
           WRITE FUND-RECON-LINE
           SET WS-CF-IDX TO 1
           PERFORM UNTIL WS-CF-IDX > WS-FUND-COUNT
               PERFORM 9210-RECON-ONE-FUND
               SET WS-CF-IDX UP BY 1
           END-PERFORM
           IF WS-FUND-COUNT = 0
               MOVE SPACES TO FUND-RECON-LINE
               MOVE '  NONE' TO FUND-RECON-LINE
               WRITE FUND-RECON-LINE
           END-IF
           MOVE SPACES TO FUND-RECON-LINE
           WRITE FUND-RECON-LINE
           MOVE SPACES TO FUND-RECON-LINE
           MOVE 'PARTICIPATIONS NOT ALLOCATED OR NOT APPLIED:'
               TO FUND-RECON-LINE
           WRITE FUND-RECON-LINE
           SET WS-CU-IDX TO 1
           PERFORM UNTIL WS-CU-IDX > WS-PART-COUNT
               PERFORM 9220-RECON-ONE-PARTICIPATION
               SET WS-CU-IDX UP BY 1
           END-PERFORM
           IF WS-FUND-EXC-COUNT = 0
               MOVE SPACES TO FUND-RECON-LINE
               MOVE '  NONE' TO FUND-RECON-LINE
               WRITE FUND-RECON-LINE
           END-IF
           MOVE SPACES TO FUND-RECON-LINE
           WRITE FUND-RECON-LINE
           MOVE WS-FUND-TOTAL-DEPOSIT TO WS-CFR-AMT-ED
           MOVE WS-FUND-TOTAL-ALLOCATED TO WS-CFR-AMT2-ED
           MOVE WS-FUND-TOTAL-APPLIED TO WS-CFR-AMT3-ED
           MOVE SPACES TO FUND-RECON-LINE
           STRING 'TOTALS   DEPOSIT ' WS-CFR-AMT-ED
                  '   ALLOCATED ' WS-CFR-AMT2-ED
                  '   APPLIED ' WS-CFR-AMT3-ED
               DELIMITED SIZE INTO FUND-RECON-LINE
           WRITE FUND-RECON-LINE
           MOVE WS-FUND-COUNT TO WS-CFR-COUNT-ED
           MOVE SPACES TO FUND-RECON-LINE
           IF WS-FUND-BREAK-COUNT = 0
               STRING 'FUNDS ' WS-CFR-COUNT-ED
                      '   RECONCILIATION: IN BALANCE'
                   DELIMITED SIZE INTO FUND-RECON-LINE
           ELSE
               STRING 'FUNDS ' WS-CFR-COUNT-ED
                      '   RECONCILIATION: OUT OF BALANCE -- '
                      WS-FUND-BREAK-COUNT ' FUND(S)'
                   DELIMITED SIZE INTO FUND-RECON-LINE
           END-IF
           WRITE FUND-RECON-LINE
           CLOSE FUND-RECON-FILE.

       9210-RECON-ONE-FUND.
           ADD WS-CF-DEPOSIT-BAL(WS-CF-IDX) TO WS-FUND-TOTAL-DEPOSIT
           ADD WS-CF-ALLOCATED(WS-CF-IDX) TO WS-FUND-TOTAL-ALLOCATED
           ADD WS-CF-APPLIED(WS-CF-IDX) TO WS-FUND-TOTAL-APPLIED
           COMPUTE WS-FUND-UNITS-DIFF =
               WS-CF-UNITS-OUT(WS-CF-IDX)
               - WS-CF-PART-UNITS(WS-CF-IDX)
           COMPUTE WS-FUND-ALLOC-DIFF =
               WS-CF-DEPOSIT-BAL(WS-CF-IDX)
               - WS-CF-ALLOCATED(WS-CF-IDX)
           COMPUTE WS-FUND-APPLY-DIFF =
               WS-CF-ALLOCATED(WS-CF-IDX)
               - WS-CF-APPLIED(WS-CF-IDX)
           EVALUATE TRUE
               WHEN WS-CF-STALE(WS-CF-IDX)
                   MOVE 'POSITION NOT AS OF COB' TO WS-FUND-BREAK-TEXT
               WHEN WS-CF-OVERFLOWED(WS-CF-IDX)
                   MOVE 'PARTICIPANTS DROPPED' TO WS-FUND-BREAK-TEXT
               WHEN WS-CF-PART-COUNT(WS-CF-IDX) = 0
                   AND WS-CF-DEPOSIT-BAL(WS-CF-IDX) NOT = 0
                   MOVE 'NO PARTICIPANTS' TO WS-FUND-BREAK-TEXT
               WHEN WS-CF-UNITS-OUT(WS-CF-IDX) NOT > 0
                   AND WS-CF-DEPOSIT-BAL(WS-CF-IDX) NOT = 0
                   MOVE 'NO UNITS OUTSTANDING' TO WS-FUND-BREAK-TEXT
               WHEN WS-FUND-ALLOC-DIFF NOT = 0
                   MOVE 'UNITS NOT ALL ALLOCATED' TO WS-FUND-BREAK-TEXT
               WHEN WS-FUND-APPLY-DIFF NOT = 0
                   MOVE 'SHARES NOT APPLIED' TO WS-FUND-BREAK-TEXT
               WHEN OTHER
                   MOVE 'IN BALANCE' TO WS-FUND-BREAK-TEXT
           END-EVALUATE
           MOVE WS-CF-DEPOSIT-BAL(WS-CF-IDX) TO WS-CFR-AMT-ED
           MOVE WS-CF-ALLOCATED(WS-CF-IDX) TO WS-CFR-AMT2-ED
           MOVE WS-CF-APPLIED(WS-CF-IDX) TO WS-CFR-AMT3-ED
           MOVE WS-CF-PART-COUNT(WS-CF-IDX) TO WS-CFR-COUNT-ED
           MOVE SPACES TO FUND-RECON-LINE
           STRING WS-CF-FUND-ID(WS-CF-IDX) ' '
                  WS-CF-FUND-NAME(WS-CF-IDX)(1:21) ' '
                  WS-CFR-AMT-ED ' ' WS-CFR-AMT2-ED ' '
                  WS-CFR-AMT3-ED WS-CFR-COUNT-ED '  '
                  WS-FUND-BREAK-TEXT
               DELIMITED SIZE INTO FUND-RECON-LINE
           WRITE FUND-RECON-LINE
           IF WS-FUND-BREAK-TEXT NOT = 'IN BALANCE'
               PERFORM 9215-REPORT-FUND-BREAK
           END-IF.

       9215-REPORT-FUND-BREAK.
      * The dollars at risk are the fund's deposit cash that did
      * not land on a participating trust this run.
           ADD 1 TO WS-FUND-BREAK-COUNT
           MOVE WS-CF-UNITS-OUT(WS-CF-IDX) TO WS-CFR-UNITS-ED
           MOVE WS-CF-PART-UNITS(WS-CF-IDX) TO WS-CFR-UNITS2-ED
           MOVE SPACES TO FUND-RECON-LINE
           STRING '             UNITS OUTSTANDING ' WS-CFR-UNITS-ED
                  '   UNITS PARTICIPATING ' WS-CFR-UNITS2-ED
                  '   POSITION DATED '
                  WS-CF-POSITION-DATE(WS-CF-IDX)
               DELIMITED SIZE INTO FUND-RECON-LINE
           WRITE FUND-RECON-LINE
           MOVE SPACES TO WS-ERROR-MSG
           STRING 'COLLECTIVE FUND OUT OF BALANCE FUND '
                  WS-CF-FUND-ID(WS-CF-IDX) ' -- '
                  WS-FUND-BREAK-TEXT
               DELIMITED SIZE INTO WS-ERROR-MSG
           MOVE 'CFR' TO WS-ERROR-REASON
           MOVE WS-CF-FUND-ID(WS-CF-IDX) TO WS-EXC-HOLD-ID
           COMPUTE WS-EXC-AMOUNT =
               WS-CF-DEPOSIT-BAL(WS-CF-IDX)
               - WS-CF-APPLIED(WS-CF-IDX)
           PERFORM 8020-LOG-ERROR.

       9220-RECON-ONE-PARTICIPATION.
      * A participation draws nothing when its fund has no position
      * on file; an allocated share goes unapplied when the trust
      * is not on TRUSTRAW this cycle.
           IF WS-CU-FUND-NO(WS-CU-IDX) = 0
               ADD 1 TO WS-FUND-EXC-COUNT
               MOVE WS-CU-UNITS(WS-CU-IDX) TO WS-CFR-UNITS-ED
               MOVE SPACES TO FUND-RECON-LINE
               STRING '  NO FUND POSITION ON FILE   FUND '
                      WS-CU-FUND-ID(WS-CU-IDX)
                      ' TRUST ' WS-CU-TRUST-ID(WS-CU-IDX)
                      ' UNITS ' WS-CFR-UNITS-ED
                   DELIMITED SIZE INTO FUND-RECON-LINE
               WRITE FUND-RECON-LINE
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'NO COB POSITION FOR COLLECTIVE FUND '
                      WS-CU-FUND-ID(WS-CU-IDX)
                      ' TRUST ' WS-CU-TRUST-ID(WS-CU-IDX)
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'CFM' TO WS-ERROR-REASON
               MOVE WS-CU-TRUST-ID(WS-CU-IDX) TO WS-EXC-TRUST-ID
               MOVE WS-CU-FUND-ID(WS-CU-IDX) TO WS-EXC-HOLD-ID
               PERFORM 8020-LOG-ERROR
           ELSE
               IF WS-CU-APPLIED(WS-CU-IDX) = 'N'
                   AND WS-CU-SHARE(WS-CU-IDX) NOT = 0
                   ADD 1 TO WS-FUND-EXC-COUNT
                   MOVE WS-CU-SHARE(WS-CU-IDX) TO WS-CFR-AMT-ED
                   MOVE SPACES TO FUND-RECON-LINE
                   STRING '  TRUST NOT ON TRUSTRAW      FUND '
                          WS-CU-FUND-ID(WS-CU-IDX)
                          ' TRUST ' WS-CU-TRUST-ID(WS-CU-IDX)
                          ' SHARE ' WS-CFR-AMT-ED
                       DELIMITED SIZE INTO FUND-RECON-LINE
                   WRITE FUND-RECON-LINE
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING 'FUND DEPOSIT SHARE NOT APPLIED -- TRUST '
                          WS-CU-TRUST-ID(WS-CU-IDX)
                          ' NOT ON TRUSTRAW FUND '
                          WS-CU-FUND-ID(WS-CU-IDX)
                       DELIMITED SIZE INTO WS-ERROR-MSG
                   MOVE 'CFU' TO WS-ERROR-REASON
                   MOVE WS-CU-TRUST-ID(WS-CU-IDX) TO WS-EXC-TRUST-ID
                   MOVE WS-CU-FUND-ID(WS-CU-IDX) TO WS-EXC-HOLD-ID
                   MOVE WS-CU-SHARE(WS-CU-IDX) TO WS-EXC-AMOUNT
                   PERFORM 8020-LOG-ERROR
               END-IF
           END-IF.
