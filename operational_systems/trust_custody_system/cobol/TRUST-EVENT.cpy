      ******************************************************************
      * TRUST-EVENT.CPY
      * Copybook for the trust-event file (TRSTEVNT), maintained by
      * the trust department when a trust terminates -- at the
      * grantor's death, at the end of a term, or by court order --
      * and its funds are to be paid out to the beneficiaries:
      *   'T' one termination record per trust; EVT-EVENT-DATE is
      *       the date the trust terminated;
      *   'D' one record per scheduled final distribution: the
      *       distributee (the beneficiary being paid), the amount,
      *       the date the payment is scheduled for (EVT-EVENT-DATE),
      *       and the account at this bank or elsewhere the funds
      *       are to be paid into. EVT-DIST-STATUS moves from
      *       pending to distributed (with EVT-DISTRIBUTED-DATE)
      *       once the payment has been made.
      * TRUST-TERMINATION-PROC places a trust with a termination
      * on or before the business date into wind-up; from then on
      * TRUST-INSURANCE-CALC insures what is left of it in each
      * distributee's name, weighted by the distributee's pending
      * scheduled amounts.
      * Used by: TRUST-TERMINATION-PROC.cob, TRUST-INSURANCE-CALC.cob,
      *          PARTY-IDENTITY-MATCH.cob
      ******************************************************************

       01  TRUST-EVENT-REC.
           05  EVT-REC-TYPE            PIC X(1).
               88  EVT-TERMINATION     VALUE 'T'.
               88  EVT-DISTRIBUTION    VALUE 'D'.
           05  EVT-TRUST-ID            PIC X(12).
           05  EVT-EVENT-DATE          PIC X(10).
           05  EVT-DISTRIBUTEE-ID      PIC X(10).
           05  EVT-DISTRIBUTEE-NAME    PIC X(40).
           05  EVT-DISTRIBUTEE-TAX-ID  PIC X(11).
           05  EVT-DIST-AMOUNT         PIC S9(13)V99.
           05  EVT-DEST-ACCT-NUMBER    PIC X(20).
           05  EVT-DIST-STATUS         PIC X(1).
               88  EVT-DIST-PENDING    VALUE 'P' ' '.
               88  EVT-DIST-DONE       VALUE 'D'.
               88  EVT-DIST-CANCELLED  VALUE 'X'.
           05  EVT-DISTRIBUTED-DATE    PIC X(10).
           05  FILLER                  PIC X(30).
