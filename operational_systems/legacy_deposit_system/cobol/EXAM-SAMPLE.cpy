      *================================================================*
      * COPYBOOK: EXAM-SAMPLE
      * PURPOSE: Examiner sample item (EXMSAMPL), one record per
      *          determination drawn by EXAM-SAMPLE-SELECT for Part 370
      *          compliance testing, in sample item order. The
      *          population is every row on RSLTFILE (source 'D') and
      *          RESULTOUT (source 'T') for the business date,
      *          stratified by covered institution, ORC, calculation
      *          method, and balance band; the seed and the stratum's
      *          population and sample size ride every item so the
      *          draw can be re-performed and shown to be the same.
      *          SMP-SOURCE-REC-NO is the row's position on its
      *          result file. EXAM-EVIDENCE-EXTRACT builds one
      *          evidence package per item from this file.
      * USED BY: EXAM-SAMPLE-SELECT.cob, EXAM-EVIDENCE-EXTRACT.cob
      *================================================================*
       01 EXAM-SAMPLE-REC.
           05 SMP-ITEM-NO          PIC 9(5).
           05 SMP-SOURCE           PIC X(1).
              88 SMP-DEPOSIT       VALUE 'D'.
              88 SMP-TRUST         VALUE 'T'.
           05 SMP-BUSINESS-DATE    PIC X(10).
           05 SMP-SEED             PIC 9(10).
           05 SMP-STRATUM.
              10 SMP-INSTITUTION-ID PIC X(5).
              10 SMP-ORC-TYPE      PIC X(5).
              10 SMP-CALC-METHOD   PIC X(20).
              10 SMP-BALANCE-BAND  PIC 9(1).
           05 SMP-STRATUM-POP      PIC 9(9).
           05 SMP-STRATUM-SAMPLE   PIC 9(5).
      *    Account number (D) or trust id (T), and the depositor id
      *    (D) or grantor id (T) the determination was made for.
           05 SMP-ENTITY-ID        PIC X(20).
           05 SMP-OWNER-ID         PIC X(15).
           05 SMP-BALANCE          PIC S9(13)V99.
           05 SMP-INSURED-AMT      PIC S9(13)V99.
           05 SMP-UNINSURED-AMT    PIC S9(13)V99.
           05 SMP-SOURCE-REC-NO    PIC 9(9).
           05 FILLER               PIC X(40).
