      *================================================================*
      * COPYBOOK: GL-MEMO-ENTRY
      * PURPOSE: Insured / uninsured memo journal feed to the general
      *          ledger (GLMEMO), written each cycle by
      *          GL-MEMO-JOURNAL. One header ('H'); the reversal
      *          ('R') of every posting on the prior cycle's feed
      *          (GLMEMOP); this cycle's postings ('P'), one set per
      *          covered institution, GL deposit product, and ORC;
      *          then one control trailer ('T') per source system.
      *          Each product's balance is reclassified as
      *            DR CNTR  the product balance
      *            CR INSD  its insured portion
      *            CR UNIN  its uninsured portion
      *          (sides swap on a negative amount, so GLM-AMOUNT is
      *          never negative; zero amounts are not written).
      *          The deposit products are ACCT-TYPE within
      *          ACCT-SOURCE-SYSTEM; trust deposits book under
      *          source system 'TRUST' by trust type. The trailer
      *          carries the source system's GL-CONTROL-TOTAL
      *          (GLCNTRL) beside the balance the postings
      *          reclassified, so the ledger can tie the split back
      *          to the same control ACCT-GL-RECON foots against.
      * USED BY: GL-MEMO-JOURNAL.cob
      *================================================================*
       01 GL-MEMO-ENTRY-REC.
           05 GLM-RECORD-TYPE      PIC X(1).
              88 GLM-HEADER        VALUE 'H'.
              88 GLM-DETAIL        VALUE 'D'.
              88 GLM-TRAILER       VALUE 'T'.
           05 GLM-BUSINESS-DATE    PIC X(10).
           05 GLM-DETAIL-DATA.
              10 GLM-ENTRY-TYPE    PIC X(1).
                 88 GLM-POSTING    VALUE 'P'.
                 88 GLM-REVERSAL   VALUE 'R'.
              10 GLM-INSTITUTION-ID PIC X(5).
              10 GLM-SOURCE-SYSTEM PIC X(15).
              10 GLM-PRODUCT       PIC X(10).
              10 GLM-ORC-TYPE      PIC X(5).
              10 GLM-MEMO-ACCOUNT  PIC X(4).
                 88 GLM-INSURED-MEMO   VALUE 'INSD'.
                 88 GLM-UNINSURED-MEMO VALUE 'UNIN'.
                 88 GLM-CONTRA-MEMO    VALUE 'CNTR'.
              10 GLM-DR-CR         PIC X(1).
                 88 GLM-DEBIT      VALUE 'D'.
                 88 GLM-CREDIT     VALUE 'C'.
              10 GLM-AMOUNT        PIC S9(13)V99.
      *       Reversals: the business date of the entry reversed.
              10 GLM-REVERSES-DATE PIC X(10).
              10 FILLER            PIC X(63).
           05 GLM-HEADER-DATA REDEFINES GLM-DETAIL-DATA.
      *       Business date of the feed reversed, blank if none.
              10 GLM-HDR-PRIOR-DATE PIC X(10).
              10 GLM-HDR-CREATED-TS PIC X(26).
              10 FILLER            PIC X(93).
           05 GLM-TRAILER-DATA REDEFINES GLM-DETAIL-DATA.
              10 GLM-TRL-SOURCE-SYSTEM PIC X(15).
              10 GLM-TRL-BALANCE   PIC S9(13)V99.
              10 GLM-TRL-INSURED   PIC S9(13)V99.
              10 GLM-TRL-UNINSURED PIC S9(13)V99.
              10 GLM-TRL-GL-CONTROL-BAL PIC S9(13)V99.
              10 GLM-TRL-GL-AS-OF-DATE PIC X(10).
              10 GLM-TRL-TIE-STATUS PIC X(1).
                 88 GLM-TRL-TIED   VALUE 'Y'.
                 88 GLM-TRL-NO-CONTROL VALUE 'X'.
              10 GLM-TRL-ENTRY-COUNT PIC 9(7).
              10 GLM-TRL-DEBIT-TOTAL PIC S9(13)V99.
              10 GLM-TRL-CREDIT-TOTAL PIC S9(13)V99.
              10 FILLER            PIC X(6).
