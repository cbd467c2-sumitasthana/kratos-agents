      *================================================================*
      * COPYBOOK: DBA-LINK
      * PURPOSE: Sole-proprietorship "doing business as" link file
      *          (DBALINK). One record per business EIN that belongs
      *          to a sole proprietor, tying it to the proprietor's
      *          own depositor id. Under 12 CFR 330.6 a sole
      *          proprietor's business account is the owner's
      *          single-ownership deposit, not a separate entity's:
      *          ORC-ASSIGNMENT classifies an account whose
      *          ACCT-TAX-ID is linked here (status 'A') as SGL, and
      *          DEPOSIT-ACCT-ENRICH regroups it under
      *          DBL-PROPRIETOR-ID so it joins the owner's other
      *          single accounts. DBL-BUS-TAX-ID is carried in the
      *          same XX-XXXXXXX form as ACCT-TAX-ID. The entity form
      *          itself (CUST-ENTITY-FORM 'SPR') is kept on the
      *          customer master beside CUST-TAX-ID-TYPE.
      * USED BY: ORC-ASSIGNMENT.cob, DEPOSIT-ACCT-ENRICH.cob
      *================================================================*
       01 DBA-LINK-REC.
           05 DBL-BUS-TAX-ID       PIC X(15).
           05 DBL-PROPRIETOR-ID    PIC X(15).
           05 DBL-BUS-NAME         PIC X(50).
           05 DBL-STATUS           PIC X(1).
              88 DBL-ACTIVE        VALUE 'A'.
              88 DBL-INACTIVE      VALUE 'I'.
           05 DBL-EFFECTIVE-DATE   PIC X(10).
           05 DBL-VERIFIED-BY      PIC X(10).
           05 FILLER               PIC X(19).
