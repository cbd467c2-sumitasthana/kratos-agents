      *          account with six or more beneficiaries is no longer
      *          understated by the five-beneficiary header cap, and
      *          a named-beneficiary dispute can be evidenced.
      *          PODB-BENE-SSN (carved from the trailing FILLER,
      *          record length unchanged) lets DMF-DEATH-MATCH find
      *          a beneficiary on the SSA Death Master File; blank on
      *          records loaded before the field existed.
      *          POD-MAINT-APPLY rolls in the designation changes
      *          approved online through the PODM transaction
      *          (POD-BENE-MAINT); an ended designation is status 'R'.
      * USED BY: DEPOSIT-INSURANCE-CALC.cob, DMF-DEATH-MATCH.cob,
      *          POD-MAINT-APPLY.cob, POD-BENE-MAINT.cob (as a
      *          mirrored layout), ACQUIRED-BOOK-CONVERT.cob
      *================================================================*
       01 POD-BENEFICIARY-REC.
           05 PODB-BENE-ID          PIC X(10).
              88 PODB-ACTIVE        VALUE 'A'.
              88 PODB-DECEASED      VALUE 'D'.
              88 PODB-REMOVED       VALUE 'R'.
           05 PODB-BENE-SSN         PIC X(11).
           05 FILLER                PIC X(05).
