      *================================================================*
      * COPYBOOK: BENE-OWNER-REQUEST
      * PURPOSE: Beneficial-owner data request register (BOREQ), one
      *          record per request, in request-id order, rewritten
      *          to a new generation (BOREQN) by BENE-OWNER-REQUEST
      *          every cycle. A request opens the first cycle
      *          DEPOSIT-INSURANCE-CALC falls back to one SMDIA for
      *          an agent, fiduciary, annuity, or mortgage-servicing
      *          account because no roster is on file for it, and
      *          goes to the third party the contact reference
      *          (TPCREF) links the account to. It is
      *            U  unsent -- no third party on the reference yet;
      *            O  outstanding -- sent, awaiting the roster;
      *            A  answered -- the roster came back and the calc
      *               no longer falls back;
      *            W  withdrawn -- the fallback stopped with no
      *               roster returned (account closed or
      *               recategorized).
      *          The escalation level is 1 once the due date passes
      *          and 2 once it is overdue by the escalation days.
      *          The amount at risk is the account balance the
      *          fallback covered on the last cycle it was seen.
      * USED BY: BENE-OWNER-REQUEST.cob
      *================================================================*
       01 BENE-OWNER-REQUEST-REC.
           05 BOR-REQUEST-ID       PIC 9(9).
           05 BOR-ACCT-NUMBER      PIC X(20).
      *       The calc's reason code -- which roster layout is asked
      *       for: AGENT-OWNER, FIDUCIARY-CLIENT, ANNUITY-OWNER, or
      *       MORTGAGOR-BALANCE.
           05 BOR-ROSTER-TYPE      PIC X(3).
              88 BOR-AGENT-ROSTER     VALUE 'AGY'.
              88 BOR-FIDUCIARY-ROSTER VALUE 'FID'.
              88 BOR-ANNUITY-ROSTER   VALUE 'ANC'.
              88 BOR-MORTGAGOR-ROSTER VALUE 'MSA'.
           05 BOR-PARTY-ID         PIC X(10).
           05 BOR-STATUS           PIC X(1).
              88 BOR-UNSENT        VALUE 'U'.
              88 BOR-OUTSTANDING   VALUE 'O'.
              88 BOR-ANSWERED      VALUE 'A'.
              88 BOR-WITHDRAWN     VALUE 'W'.
           05 BOR-OPENED-DATE      PIC X(10).
           05 BOR-SENT-DATE        PIC X(10).
           05 BOR-DUE-DATE         PIC X(10).
      *       Date answered or withdrawn.
           05 BOR-CLOSED-DATE      PIC X(10).
           05 BOR-LAST-SEEN-DATE   PIC X(10).
      *       Cycles a returned roster has been on file while the
      *       calc still fell back -- the roster failed its edits.
           05 BOR-RETURN-REJECTS   PIC 9(3).
           05 BOR-ESCALATION-LEVEL PIC 9(1).
           05 BOR-AMOUNT-AT-RISK   PIC S9(13)V99.
           05 FILLER               PIC X(8).
