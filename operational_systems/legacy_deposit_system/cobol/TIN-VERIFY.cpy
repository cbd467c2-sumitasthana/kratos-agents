      *================================================================*
      * COPYBOOK: TIN-VERIFY
      * PURPOSE: Taxpayer identification number verification file
      *          (TINVRFY), one record per person or entity whose tax
      *          id the insurance determination keys on, in TNV-KEY
      *          order. TIN-MATCH-SUBMIT rewrites it to a new
      *          generation (TINVRFYN) each time it builds an IRS
      *          TIN-matching submission; TIN-MATCH-RESPONSE rewrites
      *          it again when the IRS answer is posted. Sources
      *          (second key in brackets):
      *            CUST  depositor on CUSTFILE
      *            GRNT  trust grantor on TRUSTIN
      *            CGRN  co-grantor on COGRNTR
      *            BENE  trust beneficiary on BENEIN (trust id)
      *            EBPP  EBP participant on EBPPART (plan account)
      *            PODB  POD beneficiary on PODBENEF (account)
      *            DTBN  deposit-side trust beneficiary on DTBENEF
      *                  (account)
      *          TNV-TIN is the id with dashes and spaces stripped;
      *          TNV-RAW-ID is the id as keyed. TNV-NAME is the name
      *          as sent to the IRS -- punctuation the IRS does not
      *          accept is blanked. Status:
      *            N  not yet submitted -- new, or the id or name was
      *               changed since the last match;
      *            P  pending -- submitted, no answer posted yet;
      *            V  verified -- the IRS matched the id and name;
      *            M  mismatch -- the IRS has no such id, or not for
      *               this name; on the remediation worklist until
      *               the id or name is corrected;
      *            R  resubmit -- the IRS could not process the
      *               request;
      *            I  invalid -- not nine digits, never submitted.
      *          The coverage at stake is the insured amount of the
      *          determinations that count on the id: the
      *          depositor's accounts (CUST), the grantor's or
      *          beneficiary's trusts (GRNT, CGRN, BENE), or the
      *          roster's account (EBPP, PODB, DTBN), as of the last
      *          submission run.
      * USED BY: TIN-MATCH-SUBMIT.cob, TIN-MATCH-RESPONSE.cob,
      *          DEPOSITOR-COVERAGE-STMT.cob, COVERAGE-INQUIRY.cob
      *================================================================*
       01 TIN-VERIFY-REC.
           05 TNV-KEY.
              10 TNV-SOURCE        PIC X(4).
                 88 TNV-FROM-CUSTOMER    VALUE 'CUST'.
                 88 TNV-FROM-GRANTOR     VALUE 'GRNT'.
                 88 TNV-FROM-COGRANTOR   VALUE 'CGRN'.
                 88 TNV-FROM-TRUST-BENE  VALUE 'BENE'.
                 88 TNV-FROM-EBP-PARTIC  VALUE 'EBPP'.
                 88 TNV-FROM-POD-BENE    VALUE 'PODB'.
                 88 TNV-FROM-DEP-TRUST-BENE VALUE 'DTBN'.
              10 TNV-PARTY-ID      PIC X(15).
              10 TNV-KEY-2         PIC X(20).
           05 TNV-TIN              PIC X(9).
      *       IRS TIN type: 1 EIN, 2 SSN or ITIN, 3 unknown.
           05 TNV-TIN-TYPE         PIC X(1).
              88 TNV-TYPE-EIN      VALUE '1'.
              88 TNV-TYPE-SSN      VALUE '2'.
              88 TNV-TYPE-UNKNOWN  VALUE '3'.
           05 TNV-NAME             PIC X(40).
           05 TNV-STATUS           PIC X(1).
              88 TNV-NOT-SUBMITTED VALUE 'N'.
              88 TNV-PENDING       VALUE 'P'.
              88 TNV-VERIFIED      VALUE 'V'.
              88 TNV-MISMATCH      VALUE 'M'.
              88 TNV-RESUBMIT      VALUE 'R'.
              88 TNV-INVALID       VALUE 'I'.
      *       Last IRS match indicator posted (0-8), blank if none.
           05 TNV-IRS-INDICATOR    PIC X(1).
           05 TNV-FIRST-SEEN-DATE  PIC X(10).
           05 TNV-SUBMITTED-DATE   PIC X(10).
           05 TNV-RESPONSE-DATE    PIC X(10).
           05 TNV-VERIFIED-DATE    PIC X(10).
           05 TNV-COVERAGE-AT-STAKE PIC S9(13)V99.
           05 TNV-RAW-ID           PIC X(15).
           05 FILLER               PIC X(39).
