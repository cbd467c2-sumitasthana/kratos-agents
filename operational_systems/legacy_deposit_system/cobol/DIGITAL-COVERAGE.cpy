      *================================================================*
      * COPYBOOK: DIGITAL-COVERAGE
      * PURPOSE: Nightly deposit insurance coverage feed to online
      *          and mobile banking (DGCVFEED), written each cycle by
      *          DIGITAL-COVERAGE-FEED from the insurance
      *          determinations. A header ('H'), the detail records,
      *          and a trailer ('T') of record counts. Details are in
      *          customer order: each account record ('A') the
      *          customer holds -- a deposit account (book 'D') or a
      *          trust on the trust book whose grantor is the
      *          customer through the party cross-reference (book
      *          'T', entity = trust id + grantor id) -- followed by
      *          the customer's roll-up ('C') across both books.
      *          DGC-ACTION 'U' adds or replaces the record held by
      *          digital banking under the same customer / type /
      *          book / entity; 'D' removes it. A delta run
      *          (DGC-HDR-MODE 'D') carries only what changed since
      *          the last transmission; a full refresh ('F') carries
      *          every record and replaces whatever digital banking
      *          holds.
      *          DGC-COVERAGE-STATUS 'C' (contact us) replaces the
      *          amounts -- carried as zero -- when the determination
      *          cannot be shown as final: a manual override, a
      *          pending determination, a legal restraint, or a
      *          sanctions block (DGC-CONTACT-REASON). A roll-up
      *          over any such account is itself 'C' (reason ACCT),
      *          since its total would be short.
      *          The same layout, details only, is the snapshot of
      *          what was sent (DGCVSNAP / DGCVPRIO).
      * USED BY: DIGITAL-COVERAGE-FEED.cob
      *================================================================*
       01 DIGITAL-COVERAGE-REC.
           05 DGC-RECORD-TYPE      PIC X(1).
              88 DGC-HEADER-REC    VALUE 'H'.
              88 DGC-ACCOUNT-REC   VALUE 'A'.
              88 DGC-CUSTOMER-REC  VALUE 'C'.
              88 DGC-TRAILER-REC   VALUE 'T'.
           05 DGC-ACTION           PIC X(1).
              88 DGC-UPSERT        VALUE 'U'.
              88 DGC-DELETE        VALUE 'D'.
      *    The cycle business date the amounts are as of.
           05 DGC-AS-OF-DATE       PIC X(10).
           05 DGC-DETAIL-DATA.
              10 DGC-CUSTOMER-ID   PIC X(15).
              10 DGC-BOOK          PIC X(1).
                 88 DGC-DEPOSIT-BOOK VALUE 'D'.
                 88 DGC-TRUST-BOOK VALUE 'T'.
              10 DGC-ENTITY-ID     PIC X(22).
              10 DGC-INSTITUTION-ID PIC X(5).
              10 DGC-ORC-TYPE      PIC X(5).
              10 DGC-ORC-DESCRIPTION PIC X(30).
              10 DGC-COVERAGE-STATUS PIC X(1).
                 88 DGC-SHOW-AMOUNTS VALUE 'A'.
                 88 DGC-CONTACT-US VALUE 'C'.
              10 DGC-CONTACT-REASON PIC X(4).
                 88 DGC-RSN-OVERRIDE VALUE 'OVRD'.
                 88 DGC-RSN-PENDING VALUE 'PEND'.
                 88 DGC-RSN-RESTRAINT VALUE 'RSTR'.
                 88 DGC-RSN-BLOCKED VALUE 'BLKD'.
                 88 DGC-RSN-ACCOUNT VALUE 'ACCT'.
              10 DGC-INSURED-AMT   PIC S9(13)V99.
              10 DGC-UNINSURED-AMT PIC S9(13)V99.
      *       Roll-up only: the customer's account records.
              10 DGC-ACCOUNT-COUNT PIC 9(5).
              10 FILLER            PIC X(12).
           05 DGC-HEADER-DATA REDEFINES DGC-DETAIL-DATA.
              10 DGC-HDR-MODE      PIC X(1).
                 88 DGC-HDR-FULL-REFRESH VALUE 'F'.
                 88 DGC-HDR-DELTA  VALUE 'D'.
      *       Delta only: as-of date of the transmission the delta
      *       is taken against.
              10 DGC-HDR-PRIOR-AS-OF PIC X(10).
              10 FILLER            PIC X(119).
           05 DGC-TRAILER-DATA REDEFINES DGC-DETAIL-DATA.
              10 DGC-TRL-DETAIL-COUNT PIC 9(9).
              10 DGC-TRL-ACCOUNT-COUNT PIC 9(9).
              10 DGC-TRL-CUSTOMER-COUNT PIC 9(9).
              10 DGC-TRL-DELETE-COUNT PIC 9(9).
              10 FILLER            PIC X(94).
