      *================================================================*
      * COPYBOOK: CONVERSION-MAP
      * PURPOSE: Field and code mapping table for converting an
      *          acquired institution's deposit extracts (CNVMAP),
      *          maintained per acquired source system -- keyed by
      *          the ACCT-SOURCE-SYSTEM value the converted book will
      *          carry, the same value that keys its MERGER-EVENT
      *          record. ACQUIRED-BOOK-CONVERT reads only the entries
      *          for the source system it is converting.
      *            FLD   where a suite field sits on one of the
      *                  acquired extracts (ACCT accounts, CUST
      *                  customers, BENE beneficiary roster, INSD the
      *                  acquired bank's own insured figures): start
      *                  position and length on the 400-byte extract
      *                  record, and its format -- X text, N
      *                  unsigned digits, S digits followed by a sign
      *                  byte ('+', '-' or space), each with
      *                  CNVM-DECIMALS implied places, or D a date in
      *                  CNVM-DATE-FORMAT (YYYYMMDD, MMDDYYYY,
      *                  YYYY-MM-DD or MM/DD/YYYY), converted to
      *                  YYYY-MM-DD.
      *            PROD  acquired product code -> ACCT-TYPE; the type
      *                  must have a product rule (PRODRULE) for the
      *                  source system or for any source ('*').
      *            OWNR  acquired ownership code -> ORC hint
      *                  (ACCT-ORC-TYPE, on the ORCCODES table), with
      *                  the roster the account's beneficiaries go to:
      *                  P PODBENEF, T DTBENEF revocable trust, I
      *                  DTBENEF irrevocable trust, blank none.
      *            STAT  acquired status code -> ACCT-STATUS.
      *            PRSN  acquired customer type code ->
      *                  CUST-NATURAL-PERSON (Y / N).
      *          A value with no entry is never defaulted: the record
      *          goes to the conversion exception file instead.
      * USED BY: ACQUIRED-BOOK-CONVERT.cob
      *================================================================*
       01 CONVERSION-MAP-REC.
           05 CNVM-SOURCE-SYSTEM   PIC X(15).
           05 CNVM-MAP-TYPE        PIC X(4).
              88 CNVM-FIELD-MAP    VALUE 'FLD '.
              88 CNVM-PRODUCT-MAP  VALUE 'PROD'.
              88 CNVM-OWNERSHIP-MAP VALUE 'OWNR'.
              88 CNVM-STATUS-MAP   VALUE 'STAT'.
              88 CNVM-PERSON-MAP   VALUE 'PRSN'.
           05 CNVM-CODE-DATA.
              10 CNVM-SOURCE-CODE  PIC X(10).
              10 CNVM-TARGET-VALUE PIC X(10).
              10 CNVM-ROSTER-TYPE  PIC X(1).
                 88 CNVM-VALID-ROSTER VALUE ' ' 'P' 'T' 'I'.
              10 FILLER            PIC X(20).
           05 CNVM-FIELD-DATA REDEFINES CNVM-CODE-DATA.
              10 CNVM-EXTRACT      PIC X(4).
              10 CNVM-TARGET-FIELD PIC X(20).
              10 CNVM-START-POS    PIC 9(3).
              10 CNVM-FIELD-LENGTH PIC 9(2).
              10 CNVM-FORMAT       PIC X(1).
                 88 CNVM-VALID-FORMAT VALUE 'X' 'N' 'S' 'D'.
              10 CNVM-DECIMALS     PIC 9(1).
              10 CNVM-DATE-FORMAT  PIC X(10).
           05 CNVM-MAINT-ID        PIC X(10).
           05 CNVM-MAINT-DATE      PIC X(10).
