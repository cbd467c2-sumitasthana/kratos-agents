      *================================================================*
      * COPYBOOK: DAILY-AVERAGE
      * PURPOSE: Quarter-to-date daily balance accumulator (DAVGACC)
      *          behind the Call Report daily-average schedules and
      *          the FDIC assessment base, which average over EVERY
      *          calendar day of the quarter -- not the per-cycle
      *          snapshots COVHIST keeps. One record per calendar
      *          day per covered institution per deposit class
      *          (demand, or time and savings, from ACCT-TYPE as in
      *          DEPOSIT-INSURANCE-CALC), plus one whole-book record
      *          per day carrying the GLCNTRL control total for the
      *          sign-off. A weekend or holiday carries the figures
      *          of the processing day before it (DAV-FILLED); a
      *          processing day the cycle never ran for is carried
      *          the same way but marked DAV-CARRIED so the
      *          worksheet shows it. DAV-POSTED-FROM is the business
      *          date whose figures the day holds. Written in
      *          calendar-date order and rewritten to a new
      *          generation (DAVGACCN) each cycle.
      * USED BY: DAILY-AVERAGE-ACCUM.cob
      *================================================================*
       01 DAILY-AVERAGE-REC.
           05 DAV-BALANCE-DATE     PIC X(10).
           05 DAV-INSTITUTION-ID   PIC X(5).
           05 DAV-DEPOSIT-CLASS    PIC X(1).
              88 DAV-DEMAND        VALUE 'D'.
              88 DAV-TIME-SAVINGS  VALUE 'T'.
              88 DAV-GL-CONTROL    VALUE 'G'.
           05 DAV-DAY-SOURCE       PIC X(1).
              88 DAV-POSTED        VALUE 'P'.
              88 DAV-FILLED        VALUE 'F'.
              88 DAV-CARRIED       VALUE 'M'.
           05 DAV-POSTED-FROM      PIC X(10).
           05 DAV-ACCT-COUNT       PIC 9(9).
           05 DAV-BALANCE          PIC S9(15)V99.
           05 DAV-INSURED-AMT      PIC S9(15)V99.
           05 DAV-UNINSURED-AMT    PIC S9(15)V99.
           05 FILLER               PIC X(13).
