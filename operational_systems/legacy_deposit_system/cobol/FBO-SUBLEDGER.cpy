      *================================================================*
      * COPYBOOK: FBO-SUBLEDGER
      * PURPOSE: A fintech or prepaid program partner's daily
      *          sub-ledger (FBOLEDGR) behind a custodial "for the
      *          benefit of" account held here -- one record per end
      *          user per FBO account, as the partner's books stood
      *          at the close of FBL-LEDGER-DATE. The pass-through
      *          to each end user (12 CFR 330.7) rests on these
      *          records being complete and footing to the bank's own
      *          balance, so FBO-LEDGER-RECON proves them against
      *          ACCTFILE every cycle before the coverage
      *          calculation may rely on the end-user roster.
      * USED BY: FBO-LEDGER-RECON.cob
      *================================================================*
       01 FBO-SUBLEDGER-REC.
           05 FBL-FBO-ACCT-NUMBER  PIC X(20).
           05 FBL-PROGRAM-ID       PIC X(10).
           05 FBL-LEDGER-DATE      PIC X(10).
           05 FBL-END-USER-ID      PIC X(15).
           05 FBL-END-USER-NAME    PIC X(40).
           05 FBL-END-USER-TAX-ID  PIC X(15).
           05 FBL-BALANCE          PIC S9(13)V99.
           05 FILLER               PIC X(15).
