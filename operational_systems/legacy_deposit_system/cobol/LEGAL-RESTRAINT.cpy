      *================================================================*
      * COPYBOOK: LEGAL-RESTRAINT
      * PURPOSE: Legal restraints placed by branch operations in the
      *          core system (RESTRAIN) -- tax levies, garnishments,
      *          and court-ordered freezes -- one record per order
      *          per account, keyed by ACCT-NUMBER like the other
      *          side files. Restrained funds are still deposits and
      *          are insured like any other dollar; the restraint
      *          only limits what the depositor can withdraw, so it
      *          is carried alongside the determination (restricted-
      *          funds disclosure, provisional hold sizing) and never
      *          changes the insured amount. A blank release date
      *          means the order is open-ended.
      *          LEGAL-RESTRAINT-EDIT writes the orders that pass its
      *          edits and are in force on the business date to
      *          RSTRCLN in this same layout.
      * USED BY: LEGAL-RESTRAINT-EDIT.cob, DEPOSIT-ACCT-ENRICH.cob
      *================================================================*
       01 LEGAL-RESTRAINT-REC.
           05 LRS-ACCT-NUMBER      PIC X(20).
           05 LRS-RESTRAINT-TYPE   PIC X(2).
              88 LRS-TAX-LEVY      VALUE 'TL'.
              88 LRS-GARNISHMENT   VALUE 'GN'.
              88 LRS-COURT-ORDER   VALUE 'CO'.
              88 LRS-VALID-TYPE    VALUES 'TL' 'GN' 'CO'.
           05 LRS-ORDER-REF        PIC X(20).
           05 LRS-RESTRAINED-AMT   PIC S9(13)V99.
           05 LRS-EFFECTIVE-DATE   PIC X(10).
           05 LRS-RELEASE-DATE     PIC X(10).
           05 FILLER               PIC X(23).
