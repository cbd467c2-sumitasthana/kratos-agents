      *================================================================*
      * COPYBOOK: LCR-OUTFLOW
      * PURPOSE: Liquidity Coverage Ratio deposit outflow feed to
      *          Treasury's LCR model (LCROUTFL), written each cycle
      *          by LCR-OUTFLOW-FEED from the insurance
      *          determinations. Per covered institution, in
      *          institution order: one category record ('C') for
      *          every outflow category, written even when empty,
      *          then one reconciliation record ('R') tying the
      *          categorized deposits back to RSLTFILE and RESULTOUT.
      *          Categories (12 CFR 249.32):
      *            RSTB  retail, entirely insured, transactional
      *                  account or established relationship
      *            RLSF  retail, entirely insured, neither test met
      *            RLSP  retail, not entirely insured
      *            WFIN  wholesale, entirely insured
      *            WPRT  wholesale, not entirely insured
      *          Retail is a natural-person customer under a personal
      *          ORC; everything else is wholesale. Each category
      *          carries the insured and uninsured portions of its
      *          deposits. Whether a wholesale deposit is operational,
      *          or placed by a financial-sector entity, is left to
      *          the model.
      * USED BY: LCR-OUTFLOW-FEED.cob
      *================================================================*
       01 LCR-OUTFLOW-REC.
           05 LCR-RECORD-TYPE      PIC X(1).
              88 LCR-CATEGORY-REC  VALUE 'C'.
              88 LCR-RECON-REC     VALUE 'R'.
           05 LCR-BUSINESS-DATE    PIC X(10).
           05 LCR-INSTITUTION-ID   PIC X(5).
           05 LCR-CATEGORY-DATA.
              10 LCR-CATEGORY      PIC X(4).
                 88 LCR-RETAIL-STABLE     VALUE 'RSTB'.
                 88 LCR-RETAIL-LESS-FULL  VALUE 'RLSF'.
                 88 LCR-RETAIL-LESS-PART  VALUE 'RLSP'.
                 88 LCR-WHOLESALE-FULL    VALUE 'WFIN'.
                 88 LCR-WHOLESALE-PART    VALUE 'WPRT'.
              10 LCR-COUNTERPARTY  PIC X(1).
                 88 LCR-RETAIL     VALUE 'R'.
                 88 LCR-WHOLESALE  VALUE 'W'.
              10 LCR-DESCRIPTION   PIC X(30).
              10 LCR-REG-CITE      PIC X(16).
              10 LCR-DEPOSIT-COUNT PIC 9(7).
              10 LCR-INSURED-AMT   PIC S9(13)V99.
              10 LCR-UNINSURED-AMT PIC S9(13)V99.
              10 LCR-TOTAL-AMT     PIC S9(13)V99.
              10 FILLER            PIC X(1).
           05 LCR-RECON-DATA REDEFINES LCR-CATEGORY-DATA.
      *       RSLTFILE records and balance for the institution, and
      *       the deposit-side total of its category records.
              10 LCR-RCN-RSLT-COUNT PIC 9(7).
              10 LCR-RCN-RSLT-BALANCE PIC S9(13)V99.
              10 LCR-RCN-RSLT-CATEGORIZED PIC S9(13)V99.
      *       RESULTOUT trusts and their deposits (total balance
      *       less non-deposit assets), and the trust-side total.
              10 LCR-RCN-TRUST-COUNT PIC 9(7).
              10 LCR-RCN-TRUST-DEPOSITS PIC S9(13)V99.
              10 LCR-RCN-TRUST-CATEGORIZED PIC S9(13)V99.
              10 LCR-RCN-TIE-STATUS PIC X(1).
                 88 LCR-RCN-TIED   VALUE 'Y'.
              10 FILLER            PIC X(29).
