      *================================================================*
      * COPYBOOK: DEPOSIT-BROKER
      * PURPOSE: Deposit-broker and listing-service reference
      *          (BRKRREF), maintained only through
      *          DEPOSIT-BROKER-MAINT. Per third party: one 'B'
      *          header record -- name, kind of third party, and its
      *          12 CFR 337.6(e) primary-purpose-exception status --
      *          followed by one 'A' record per account the third
      *          party placed with us, with the placement date and,
      *          for a time deposit, its stated maturity. A third
      *          party whose exception is approved ('A') and
      *          effective on or before the reporting date is not a
      *          deposit broker for the accounts it placed; any other
      *          status leaves them brokered. A listing service that
      *          meets the 337.6(a) listing-service definition is
      *          carried with DBR-TYPE 'LST' and is not a broker.
      * USED BY: DEPOSIT-BROKER-MAINT.cob, BROKERED-RCE-FEED.cob
      *================================================================*
       01 DEPOSIT-BROKER-REC.
           05 DBR-BROKER-ID        PIC X(10).
           05 DBR-RECORD-TYPE      PIC X(1).
              88 DBR-BROKER-HEADER VALUE 'B'.
              88 DBR-ACCOUNT-LINK  VALUE 'A'.
           05 DBR-BROKER-DATA.
              10 DBR-BROKER-NAME   PIC X(40).
      *       BRK deposit broker, LST qualifying listing service,
      *       RCP reciprocal network sponsor, PGM fintech/program
      *       agent.
              10 DBR-TYPE          PIC X(3).
                 88 DBR-VALID-TYPE VALUE 'BRK' 'LST' 'RCP' 'PGM'.
                 88 DBR-LISTING-SERVICE VALUE 'LST'.
      *       N no exception, P filed/pending, A approved or
      *       notice effective, W withdrawn or revoked.
              10 DBR-PPE-STATUS    PIC X(1).
                 88 DBR-VALID-PPE-STATUS VALUE 'N' 'P' 'A' 'W'.
                 88 DBR-PPE-APPROVED VALUE 'A'.
      *       25P 25 percent test (notice), ENT enabling
      *       transactions (notice), APP by application.
              10 DBR-PPE-BASIS     PIC X(3).
                 88 DBR-VALID-PPE-BASIS VALUE '25P' 'ENT' 'APP'.
              10 DBR-PPE-EFF-DATE  PIC X(10).
              10 FILLER            PIC X(17).
           05 DBR-ACCOUNT-DATA REDEFINES DBR-BROKER-DATA.
              10 DBR-ACCT-NUMBER   PIC X(20).
              10 DBR-PLACED-DATE   PIC X(10).
      *       Blank for a deposit with no stated maturity.
              10 DBR-MATURITY-DATE PIC X(10).
              10 FILLER            PIC X(34).
           05 DBR-MAINT-DATE       PIC X(10).
           05 FILLER               PIC X(5).
