      *================================================================*
      * COPYBOOK: THIRD-PARTY-CONTACT
      * PURPOSE: Agent, fiduciary, and custodian contact reference
      *          (TPCREF), maintained only through
      *          THIRD-PARTY-CONTACT-MAINT. Per third party that
      *          holds deposits for others with us: one 'P' header
      *          record -- name, kind of third party, whom to ask
      *          for its beneficial-owner records and how to reach
      *          them, and the days it is given to answer -- followed
      *          by one 'A' record per account it holds for others.
      *          BENE-OWNER-REQUEST looks an account up here when
      *          DEPOSIT-INSURANCE-CALC could find no owner, client,
      *          contract, or mortgagor roster for it, and sends the
      *          request to the contact on the header
      *          (12 CFR 370.4(b)).
      * USED BY: THIRD-PARTY-CONTACT-MAINT.cob, BENE-OWNER-REQUEST.cob
      *================================================================*
       01 THIRD-PARTY-CONTACT-REC.
           05 TPC-PARTY-ID         PIC X(10).
           05 TPC-RECORD-TYPE      PIC X(1).
              88 TPC-PARTY-HEADER  VALUE 'P'.
              88 TPC-ACCOUNT-LINK  VALUE 'A'.
           05 TPC-PARTY-DATA.
              10 TPC-PARTY-NAME    PIC X(40).
      *       AGT agent or nominee, FID fiduciary, CUS custodian,
      *       SVC mortgage servicer, INS annuity issuer.
              10 TPC-TYPE          PIC X(3).
                 88 TPC-VALID-TYPE VALUE 'AGT' 'FID' 'CUS' 'SVC'
                                         'INS'.
              10 TPC-CONTACT-NAME  PIC X(30).
              10 TPC-CONTACT-EMAIL PIC X(50).
              10 TPC-CONTACT-PHONE PIC X(15).
              10 TPC-MAIL-ADDRESS  PIC X(60).
      *       Calendar days from the request to its due date; zero
      *       takes the BENE-OWNER-REQUEST default.
              10 TPC-RESPONSE-DAYS PIC 9(3).
              10 FILLER            PIC X(9).
           05 TPC-ACCOUNT-DATA REDEFINES TPC-PARTY-DATA.
              10 TPC-ACCT-NUMBER   PIC X(20).
              10 TPC-LINK-DATE     PIC X(10).
              10 FILLER            PIC X(180).
           05 TPC-MAINT-DATE       PIC X(10).
           05 FILLER               PIC X(9).
