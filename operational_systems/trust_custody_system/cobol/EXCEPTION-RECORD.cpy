      *================================================================*
      * COPYBOOK: EXCEPTION-RECORD
      * PURPOSE: Structured exception record written to the calc,
      *          enrichment, and valuation error files (ERRFILE,
      *          ERROROUT, ENRERROR, VALERROR) in place of the old
      *          free-text lines, so EXCEPTION-CASE-MGMT can match
      *          tonight's exceptions to last night's open cases
      *          instead of operations skimming four files. A case
      *          is keyed on program + error code + entity key; the
      *          error codes are each writing program's own, the
      *          category is the suite-wide grouping the weekly
      *          report sorts on, and the amount at risk is the
      *          balance whose determination the exception leaves
      *          in doubt (zero where there is none). EXC-MESSAGE
      *          keeps the readable text the files always carried.
      * USED BY: DEPOSIT-INSURANCE-CALC.cob, DEPOSIT-ACCT-ENRICH.cob,
      *          TRUST-INSURANCE-CALC.cob, TRUST-VALUATION.cob,
      *          EXCEPTION-CASE-MGMT.cob
      *================================================================*
       01 EXCEPTION-REC.
           05 EXC-PROGRAM          PIC X(24).
           05 EXC-BUSINESS-DATE    PIC X(10).
           05 EXC-ERROR-CODE       PIC X(4).
           05 EXC-CATEGORY         PIC X(4).
      *       Reference or roster data missing or unusable.
              88 EXC-CAT-DATA      VALUE 'DATA'.
      *       No rule fits -- the determination was defaulted.
              88 EXC-CAT-RULE      VALUE 'RULE'.
      *       Price or valuation not independently verified.
              88 EXC-CAT-PRICE     VALUE 'PRCE'.
      *       Feeds disagree with the balance they adjust.
              88 EXC-CAT-BALANCE   VALUE 'BAL '.
      *       A working table filled -- records were not processed.
              88 EXC-CAT-CAPACITY  VALUE 'CAPY'.
           05 EXC-ENTITY-KEY       PIC X(30).
           05 EXC-AMOUNT-AT-RISK   PIC S9(13)V99.
           05 EXC-MESSAGE          PIC X(100).
           05 FILLER               PIC X(13).
