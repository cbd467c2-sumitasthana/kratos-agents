      *================================================================*
      * COPYBOOK: ENTITY-PROFILE
      * PURPOSE: Business-entity profile file (ENTPROF), maintained
      *          only through ENTITY-PROFILE-MAINT. Per business
      *          depositor: one 'E' header record -- legal name,
      *          formation date, entity form, and the 12 CFR 330.11
      *          independent-activity attestation with its date --
      *          followed by one 'O' record per owner with the
      *          owner's percentage of the entity. An entity
      *          attested 'N' (not engaged in an independent
      *          activity, e.g. a shell LLC set up only to hold
      *          deposits) is insured as its owners' funds:
      *          ORC-ASSIGNMENT classifies its accounts 'BLT' and
      *          DEPOSIT-ACCT-ENRICH adds each owner's share to the
      *          owner's own single-ownership ('P' person owner) or
      *          business ('E' entity owner) aggregate. A blank
      *          attestation has not been tested yet.
      *          EPR-ENTITY-ID is the entity's depositor id.
      * USED BY: ENTITY-PROFILE-MAINT.cob, ORC-ASSIGNMENT.cob,
      *          DEPOSIT-ACCT-ENRICH.cob
      *================================================================*
       01 ENTITY-PROFILE-REC.
           05 EPR-ENTITY-ID        PIC X(15).
           05 EPR-RECORD-TYPE      PIC X(1).
              88 EPR-ENTITY-HEADER VALUE 'E'.
              88 EPR-OWNER-RECORD  VALUE 'O'.
           05 EPR-ENTITY-DATA.
              10 EPR-ENTITY-NAME   PIC X(40).
              10 EPR-FORMATION-DATE PIC X(10).
      *       COR corporation (LLCs taxed or organized as one
      *       included), PTR partnership, ASN unincorporated
      *       association.
              10 EPR-ENTITY-FORM   PIC X(3).
                 88 EPR-VALID-FORM VALUE 'COR' 'PTR' 'ASN'.
              10 EPR-INDEP-ACTIVITY PIC X(1).
                 88 EPR-INDEPENDENT     VALUE 'Y'.
                 88 EPR-NOT-INDEPENDENT VALUE 'N'.
                 88 EPR-UNATTESTED      VALUE ' '.
              10 EPR-ATTEST-DATE   PIC X(10).
              10 FILLER            PIC X(10).
           05 EPR-OWNER-DATA REDEFINES EPR-ENTITY-DATA.
              10 EPR-OWNER-ID      PIC X(15).
              10 EPR-OWNER-NAME    PIC X(40).
              10 EPR-OWNER-PCT     PIC 9(3)V99.
              10 EPR-OWNER-TYPE    PIC X(1).
                 88 EPR-OWNER-PERSON VALUE 'P'.
                 88 EPR-OWNER-ENTITY VALUE 'E'.
              10 FILLER            PIC X(13).
           05 EPR-MAINT-DATE       PIC X(10).
